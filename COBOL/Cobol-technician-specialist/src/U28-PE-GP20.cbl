      *   LOS ARCHIVOS DE PEDIDOS (APEDC.REL CABECERAS, APEDL.REL     *
      *   LINEAS), QUE PE-PD21 CONSULTA Y RECEPCIONA. LOS ARTICULOS   *
      *   QUE YA ESTAN EN ALGUNA LINEA DE PEDIDO PENDIENTE NO SE      *
      *   VUELVEN A PEDIR. CADA ARTICULO SE PIDE A SU FUENTE          *
      *   PREFERENTE ACTIVA DEL CATALOGO DE PROVEEDORES (ACATA.REL,   *
      *   VER PE-CP46), SI LA TIENE, REDONDEANDO LA CANTIDAD A        *
      *   ENVASES COMPLETOS.                                          *
      *                                                               *
      *****************************************************************

           PROVEEDOR, CON LOS ARTICULOS EN O POR DEBAJO DE SU STOCK
           MINIMO QUE NO ESTEN YA PEDIDOS. EL ULTIMO NUMERO DE
           PEDIDO SE CONSERVA EN PEDIDOS.CTL Y EL LISTADO DE LOS
           PEDIDOS GENERADOS SALE EN PEDIDOS.LIS, CON LA REFERENCIA
           DEL PROVEEDOR Y EL PRECIO PACTADO DE CADA LINEA.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      * 02/09/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA EL
      *                     COSTE UNITARIO (VER PE-AR02 Y
      *                     PE-MV09); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); LA SELECCION DE
      *                     ARTICULOS A PEDIR Y LA CANTIDAD DE PEDIDO SE
      *                     CALCULAN SOBRE EL STOCK DISPONIBLE (NUM-ARTI
      *                     MENOS LO RESERVADO), QUE ES EL QUE MUESTRA
      *                     EL LISTADO.
      * 15/10/2026  DSI     LA LINEA DE PEDIDO INCORPORA EL COSTE MEDIO
      *                     RECIBIDO Y LA CANTIDAD YA FACTURADA POR EL
      *                     PROVEEDOR (VER PE-PD21 Y PE-CF38); LA
      *                     GENERACION LOS DEJA A CERO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     CATALOGO DE PROVEEDORES ACATA.REL (VER
      *                     PE-CP46): EL ARTICULO CON FUENTE
      *                     PREFERENTE ACTIVA SE PIDE A ESE PROVEEDOR
      *                     EN LUGAR DE AL COD-PROVE DEL ARTICULO
      *                     (AARTSEL.TMP LLEVA EL PROVEEDOR ELEGIDO A
      *                     LA ORDENACION). SI EL PROVEEDOR DEL PEDIDO
      *                     TIENE FUENTE ACTIVA, LA CANTIDAD SE
      *                     REDONDEA POR ARRIBA A ENVASES COMPLETOS Y
      *                     EL LISTADO MUESTRA SU REFERENCIA Y EL
      *                     PRECIO PACTADO.
      * 15/10/2026  DSI     LAS BUSQUEDAS EN LA TABLA DEL CATALOGO SE
      *                     DETIENEN EN LA ULTIMA FUENTE CARGADA
      *                     (NUM-CATALOGO), COMO EN PE-EX17 Y PE-DM31, Y
      *                     SOLO SE USA LA ENTRADA ENCONTRADA DENTRO DE
      *                     ESE LIMITE.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS COD-PROVE OF R-PROVEEDOR
               FILE STATUS IS FS-PROVEEDOR.
      *
      *    DECLARACION DEL CATALOGO DE PROVEEDORES (VER PE-CP46)
      *
           SELECT A-CATALOGO ASSIGN TO DISK 'ACATA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS FS-CATALOGO.
      *
      *    ARCHIVO DE ARTICULOS CON EL PROVEEDOR ELEGIDO (INTERMEDIO)
      *
           SELECT A-ARTI-SEL ASSIGN TO DISK 'AARTSEL.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-ARTI-SEL.
      *
      *    ARCHIVO DE ARTICULOS ORDENADO POR PROVEEDOR (INTERMEDIO)
      *
           SELECT ARTICULO-ORD ASSIGN TO DISK 'AARTORD.TMP'
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE PROVEEDORES
      *
           02  CON-PROVE           PIC X(25).
           02  DIAS-ENTREGA        PIC 9(03).
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
               88  CAT-ES-PREFERENTE       VALUE 'S'.
           02  CAT-ESTADO          PIC X(01).
               88  CAT-ACTIVA              VALUE 'A'.
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULO CON EL PROVEEDOR
      *    ELEGIDO. MISMO ORDEN DE CAMPOS QUE R-ARTICULO; SOLO
      *    CAMBIA SE-COD-PROVE CUANDO HAY FUENTE PREFERENTE.
      *
       FD  A-ARTI-SEL
           LABEL RECORD IS STANDARD.
       01  R-ARTI-SEL.
           02  SE-COD-ARTI         PIC 9(04).
           02  SE-NOM-ARTI         PIC X(25).
           02  SE-NUM-ARTI         PIC 9(06).
           02  SE-PRE-ARTI         PIC 9(04)V9(02).
           02  SE-COD-TPARTI       PIC X(03).
           02  SE-PRE-ARTI-ANT     PIC 9(04)V9(02).
           02  SE-FEC-EFECT-PRECIO PIC 9(08).
           02  SE-STK-MIN-ARTI     PIC 9(06).
           02  SE-CAN-REP-ARTI     PIC 9(06).
           02  SE-COD-PROVE        PIC X(04).
           02  SE-EST-ARTI         PIC X(01).
           02  SE-COS-ARTI         PIC 9(04)V9(02).
           02  SE-CAN-RES-ARTI     PIC 9(06).
           02  SE-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE TRABAJO DE LA ORDENACION.
      *    EL ORDEN DE LOS CAMPOS COINCIDE CON EL DE R-ARTI-SEL, YA
      *    QUE EL SORT TRANSFIERE EL REGISTRO FISICO POSICION A
      *    POSICION ENTRE EL ARCHIVO USING Y EL REGISTRO SD.
      *
           02  CT-COD-PROVE        PIC X(04).
           02  CT-EST-ARTI         PIC X(01).
           02  CT-COS-ARTI         PIC 9(04)V9(02).
           02  CT-CAN-RES-ARTI     PIC 9(06).
           02  CT-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS ORDENADOS POR
      *    PROVEEDOR. MISMO ORDEN DE CAMPOS QUE R-WORK-ORDEN, POR
           02  CO-EST-ARTI         PIC X(01).
               88  CO-EST-DESCATALOGADO    VALUE 'D'.
           02  CO-COS-ARTI         PIC 9(04)V9(02).
           02  CO-CAN-RES-ARTI     PIC 9(06).
           02  CO-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE CABECERA DE PEDIDO
      *
               88  PEL-PENDIENTE   VALUE 'P'.
               88  PEL-RECIBIDO    VALUE 'R'.
               88  PEL-ANULADO     VALUE 'X'.
           02  PEL-COSTE-RECIBIDO  PIC 9(04)V9(02).
           02  PEL-CAN-FACTURADA   PIC 9(06).
      *
      *    DESCRIPCION DEL REGISTRO DE CONTROL DE PEDIDOS
      *
       77  FS-PEDIDO-LIN           PIC X(02).
       77  FS-CONTROL              PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FS-CATALOGO             PIC X(02).
       77  FS-ARTI-SEL             PIC X(02).
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
       77  FIN-PENDIENTE           PIC X(01).
           88  FIN-PENDIENTE-SI    VALUE 'S'.
           88  FIN-PENDIENTE-NO    VALUE 'N'.
       77  FIN-CATALOGO            PIC X(01).
           88  FIN-CATALOGO-SI     VALUE 'S'.
           88  FIN-CATALOGO-NO     VALUE 'N'.
       77  FIN-SELECCION           PIC X(01).
           88  FIN-SELECCION-SI    VALUE 'S'.
           88  FIN-SELECCION-NO    VALUE 'N'.
       77  WS-PRIMER-GRUPO         PIC X(01).
           88  WS-ES-PRIMER-GRUPO  VALUE 'S'.
       77  WS-PROVE-ANTERIOR       PIC X(04).
       77  WS-NUM-PEDIDO           PIC 9(06).
       77  WS-NUM-LINEA            PIC 9(03).
       77  WS-CANTIDAD-PEDIDO      PIC 9(06).
       77  WS-STOCK-DISPONIBLE     PIC S9(07).
       77  WS-EN-CATALOGO          PIC X(01).
           88  WS-EN-CATALOGO-SI   VALUE 'S'.
           88  WS-EN-CATALOGO-NO   VALUE 'N'.
       77  WS-REF-PROVE            PIC X(15).
       77  WS-PRECIO-PACTADO       PIC 9(04)V9(02).
       77  WS-UNID-ENVASE          PIC 9(05).
       77  WS-NUM-ENVASES          PIC 9(06).
       77  WS-RESTO-ENVASE         PIC 9(05).
       77  WS-YA-PEDIDO            PIC X(01).
           88  WS-YA-PEDIDO-SI     VALUE 'S'.
           88  WS-YA-PEDIDO-NO     VALUE 'N'.
       77  WS-CONTADOR-LINEAS      PIC 9(06) COMP.
       77  WS-CONTADOR-SIN-PROVE   PIC 9(06) COMP.
       77  WS-CONTADOR-YA-PEDIDOS  PIC 9(06) COMP.
       77  WS-CONTADOR-PREFERENTES PIC 9(06) COMP.
       77  WS-CONTADOR-SIN-CATALOGO PIC 9(06) COMP.
       77  WS-CONTADOR-REDONDEADAS PIC 9(06) COMP.

      *
      *    TABLA DE PROVEEDORES, CARGADA UNA SOLA VEZ EN MEMORIA
       77  NUM-PENDIENTES           PIC 9(04) COMP VALUE 0.
       77  WS-MAX-PENDIENTES        PIC 9(04) COMP VALUE 500.

      *
      *    TABLA DE FUENTES ACTIVAS DEL CATALOGO DE PROVEEDORES,
      *    CARGADA DESDE ACATA.REL PARA ELEGIR EL PROVEEDOR DE CADA
      *    ARTICULO Y COMPLETAR SUS LINEAS DE PEDIDO
      *
       01  TABLA-CATALOGO.
           05  ENTRADA-CATA OCCURS 1000 TIMES INDEXED BY IX-CATA.
               10  TC-COD-ARTI     PIC 9(04).
               10  TC-COD-PROVE    PIC X(04).
               10  TC-REF-PROVE    PIC X(15).
               10  TC-UNID-ENVASE  PIC 9(05).
               10  TC-PRECIO       PIC 9(04)V9(02).
               10  TC-PREFERENTE   PIC X(01).
       77  NUM-CATALOGO             PIC 9(04) COMP VALUE 0.
       77  WS-MAX-CATALOGO          PIC 9(04) COMP VALUE 1000.

       01  WS-CABECERA-1.
           05  FILLER              PIC X(40)
               VALUE 'PEDIDOS DE COMPRA GENERADOS'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NUM-ARTI      PIC ZZZ.ZZ9-.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-STK-MIN       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-CANTIDAD      PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-REF-PROVE     PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  WS-LD-PRECIO        PIC Z.ZZ9,99 BLANK WHEN ZERO.

       01  WS-LINEA-TOTAL.
           05  WS-LT-TEXTO         PIC X(34).
           PERFORM 2000-CARGAR-TABLA-PROVEEDORES THRU 2000-EXIT.
           PERFORM 2500-ABRIR-PEDIDOS THRU 2500-EXIT.
           PERFORM 2600-CARGAR-TABLA-PENDIENTES THRU 2600-EXIT.
           PERFORM 2800-CARGAR-TABLA-CATALOGO THRU 2800-EXIT.
           PERFORM 3000-ORDENAR-ARTICULOS THRU 3000-EXIT.
           PERFORM 4000-ABRIR-INFORME THRU 4000-EXIT.
           PERFORM 4100-LEER-ARTICULO-ORD THRU 4100-EXIT.
           MOVE 'N' TO FIN-ARTICULO.
           MOVE 'N' TO FIN-PROVEEDOR.
           MOVE 'N' TO FIN-PENDIENTE.
           MOVE 'N' TO FIN-CATALOGO.
           MOVE 'N' TO FIN-SELECCION.
           MOVE 'S' TO WS-PRIMER-GRUPO.
           MOVE 'N' TO WS-CABECERA-MAL.
           MOVE SPACE TO WS-PROVE-ANTERIOR.
           MOVE ZERO TO WS-CONTADOR-LINEAS.
           MOVE ZERO TO WS-CONTADOR-SIN-PROVE.
           MOVE ZERO TO WS-CONTADOR-YA-PEDIDOS.
           MOVE ZERO TO WS-CONTADOR-PREFERENTES.
           MOVE ZERO TO WS-CONTADOR-SIN-CATALOGO.
           MOVE ZERO TO WS-CONTADOR-REDONDEADAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-CARGAR-TABLA-CATALOGO.
      *-----------------------------------------------------------------
      *    CARGA LAS FUENTES ACTIVAS DEL CATALOGO DE PROVEEDORES.
      *    SIN CATALOGO, LA TABLA QUEDA VACIA Y LOS ARTICULOS SE
      *    PIDEN A SU COD-PROVE POR UNIDADES SUELTAS, COMO ANTES.
      *-----------------------------------------------------------------
           OPEN INPUT A-CATALOGO.

           IF FS-CATALOGO = '35'
               MOVE 'S' TO FIN-CATALOGO
           ELSE
               READ A-CATALOGO NEXT RECORD
                   AT END MOVE 'S' TO FIN-CATALOGO
               END-READ

               PERFORM 2850-CARGAR-UNA-FUENTE THRU 2850-EXIT
                   UNTIL FIN-CATALOGO-SI

               CLOSE A-CATALOGO
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2850-CARGAR-UNA-FUENTE.
      *-----------------------------------------------------------------
           IF CAT-ACTIVA
               IF NUM-CATALOGO >= WS-MAX-CATALOGO
                   DISPLAY 'AVISO: SE HAN SUPERADO LAS '
                       WS-MAX-CATALOGO ' FUENTES ADMITIDAS EN LA '
                       'GENERACION. LA FUENTE ' CAT-COD-PROVE '/'
                       CAT-COD-ARTI ' Y LAS SIGUIENTES NO SE '
                       'INCLUIRAN EN LA TABLA.'
                   MOVE 'S' TO FIN-CATALOGO
               ELSE
                   ADD 1 TO NUM-CATALOGO
                   SET IX-CATA TO NUM-CATALOGO
                   MOVE CAT-COD-ARTI TO TC-COD-ARTI (IX-CATA)
                   MOVE CAT-COD-PROVE TO TC-COD-PROVE (IX-CATA)
                   MOVE CAT-REF-PROVE TO TC-REF-PROVE (IX-CATA)
                   MOVE CAT-UNID-ENVASE TO TC-UNID-ENVASE (IX-CATA)
                   MOVE CAT-PRECIO TO TC-PRECIO (IX-CATA)
                   MOVE CAT-PREFERENTE TO TC-PREFERENTE (IX-CATA)
               END-IF
           END-IF.

           IF NOT FIN-CATALOGO-SI
               READ A-CATALOGO NEXT RECORD
                   AT END MOVE 'S' TO FIN-CATALOGO
               END-READ
           END-IF.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-ORDENAR-ARTICULOS.
      *-----------------------------------------------------------------
      *    COPIA AARTI.SEC EN AARTSEL.TMP CON EL PROVEEDOR AL QUE
      *    SE PIDE CADA ARTICULO Y LA ORDENA POR ESE PROVEEDOR (Y
      *    COD-ARTI DENTRO DE CADA PROVEEDOR) PARA PODER AGRUPAR UN
      *    PEDIDO POR PROVEEDOR.
      *-----------------------------------------------------------------
           OPEN INPUT A-ARTICULO.
           OPEN OUTPUT A-ARTI-SEL.

           READ A-ARTICULO AT END MOVE 'S' TO FIN-SELECCION
           END-READ.
           PERFORM 3100-ELEGIR-FUENTE THRU 3100-EXIT
               UNTIL FIN-SELECCION-SI.

           CLOSE A-ARTICULO.
           CLOSE A-ARTI-SEL.

           SORT WORK-ORDEN
               ON ASCENDING KEY CT-COD-PROVE
               ON ASCENDING KEY CT-COD-ARTI
               USING A-ARTI-SEL
               GIVING ARTICULO-ORD.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-ELEGIR-FUENTE.
      *-----------------------------------------------------------------
      *    SI EL ARTICULO TIENE FUENTE PREFERENTE ACTIVA EN EL
      *    CATALOGO, SE PIDE A ESE PROVEEDOR; SI NO, A SU COD-PROVE.
      *-----------------------------------------------------------------
           MOVE R-ARTICULO TO R-ARTI-SEL.
           SET IX-CATA TO 1.

           IF NUM-CATALOGO > ZERO
               SEARCH ENTRADA-CATA
                   AT END
                       CONTINUE
                   WHEN IX-CATA > NUM-CATALOGO
                       CONTINUE
                   WHEN TC-COD-ARTI (IX-CATA) = COD-ARTI AND
                           TC-PREFERENTE (IX-CATA) = 'S'
                       CONTINUE
               END-SEARCH
           END-IF.

           IF IX-CATA <= NUM-CATALOGO
               MOVE TC-COD-PROVE (IX-CATA) TO SE-COD-PROVE
           END-IF.

           WRITE R-ARTI-SEL.

           READ A-ARTICULO AT END MOVE 'S' TO FIN-SELECCION
           END-READ.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-ABRIR-INFORME.
      *-----------------------------------------------------------------
      *    DEBAJO DEL MINIMO. LOS ARTICULOS SIN PROVEEDOR ASIGNADO
      *    NO PUEDEN PEDIRSE Y SE CUENTAN APARTE, IGUAL QUE LOS QUE
      *    YA TIENEN UNA LINEA DE PEDIDO PENDIENTE. LOS ARTICULOS
      *    DESCATALOGADOS NO SE PIDEN. EL STOCK QUE SE COMPARA ES
      *    EL DISPONIBLE (DESCONTADO LO RESERVADO), COMO EN PE-RP10.
      *-----------------------------------------------------------------
           COMPUTE WS-STOCK-DISPONIBLE =
               CO-NUM-ARTI - CO-CAN-RES-ARTI.

           IF CO-STK-MIN-ARTI > ZERO AND
                   WS-STOCK-DISPONIBLE <= CO-STK-MIN-ARTI AND
                   NOT CO-EST-DESCATALOGADO
               IF CO-COD-PROVE = SPACE
                   ADD 1 TO WS-CONTADOR-SIN-PROVE
               MOVE WS-CANTIDAD-PEDIDO TO PEL-CANTIDAD
               MOVE ZERO TO PEL-CAN-RECIBIDA
               MOVE 'P' TO PEL-ESTADO
               MOVE ZERO TO PEL-COSTE-RECIBIDO
               MOVE ZERO TO PEL-CAN-FACTURADA

               WRITE R-PEDIDO-LIN
                   INVALID KEY
      *    LA CANTIDAD DE PEDIDO ES LA CANTIDAD DE REPOSICION DEL
      *    ARTICULO. SI NO ESTA INFORMADA (A CERO), SE PIDE LO QUE
      *    FALTA PARA VOLVER AL STOCK MINIMO, IGUAL QUE EN LA
      *    SUGERENCIA DE PE-RP10. SI EL PROVEEDOR DEL PEDIDO TIENE
      *    FUENTE ACTIVA PARA EL ARTICULO, LA CANTIDAD SE REDONDEA
      *    POR ARRIBA A ENVASES COMPLETOS.
      *-----------------------------------------------------------------
           IF CO-CAN-REP-ARTI > ZERO
               MOVE CO-CAN-REP-ARTI TO WS-CANTIDAD-PEDIDO
           ELSE
               COMPUTE WS-CANTIDAD-PEDIDO =
                   CO-STK-MIN-ARTI - WS-STOCK-DISPONIBLE
           END-IF.

           PERFORM 4360-BUSCAR-CATALOGO THRU 4360-EXIT.

           IF WS-EN-CATALOGO-SI AND WS-UNID-ENVASE > 1
               DIVIDE WS-CANTIDAD-PEDIDO BY WS-UNID-ENVASE
                   GIVING WS-NUM-ENVASES
                   REMAINDER WS-RESTO-ENVASE
               IF WS-RESTO-ENVASE > ZERO
                   ADD 1 TO WS-NUM-ENVASES
                   COMPUTE WS-CANTIDAD-PEDIDO =
                       WS-NUM-ENVASES * WS-UNID-ENVASE
                       ON SIZE ERROR
                           DISPLAY 'AVISO: EL ARTICULO ' CO-COD-ARTI
                               ' NO ADMITE EL REDONDEO A ENVASES DE '
                               WS-UNID-ENVASE '. SE PIDE SIN REDONDEAR.'
                       NOT ON SIZE ERROR
                           ADD 1 TO WS-CONTADOR-REDONDEADAS
                   END-COMPUTE
               END-IF
           END-IF.
       4350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4360-BUSCAR-CATALOGO.
      *-----------------------------------------------------------------
      *    BUSCA LA FUENTE DEL PROVEEDOR DEL PEDIDO PARA EL ARTICULO.
      *    SIN FUENTE ACTIVA, LA LINEA SALE SIN REFERENCIA NI PRECIO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-EN-CATALOGO.
           MOVE 'SIN CATALOGO' TO WS-REF-PROVE.
           MOVE ZERO TO WS-PRECIO-PACTADO.
           MOVE 1 TO WS-UNID-ENVASE.
           SET IX-CATA TO 1.

           IF NUM-CATALOGO > ZERO
               SEARCH ENTRADA-CATA
                   AT END
                       CONTINUE
                   WHEN IX-CATA > NUM-CATALOGO
                       CONTINUE
                   WHEN TC-COD-ARTI (IX-CATA) = CO-COD-ARTI AND
                           TC-COD-PROVE (IX-CATA) = CO-COD-PROVE
                       CONTINUE
               END-SEARCH
           END-IF.

           IF IX-CATA <= NUM-CATALOGO
               MOVE 'S' TO WS-EN-CATALOGO
               MOVE TC-REF-PROVE (IX-CATA) TO WS-REF-PROVE
               MOVE TC-PRECIO (IX-CATA) TO WS-PRECIO-PACTADO
               MOVE TC-UNID-ENVASE (IX-CATA) TO WS-UNID-ENVASE
               IF TC-PREFERENTE (IX-CATA) = 'S'
                   ADD 1 TO WS-CONTADOR-PREFERENTES
               END-IF
           END-IF.

           IF WS-EN-CATALOGO-NO
               ADD 1 TO WS-CONTADOR-SIN-CATALOGO
           END-IF.
       4360-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4400-ABRIR-PEDIDO.
      *-----------------------------------------------------------------
           MOVE WS-NUM-LINEA TO WS-LD-NUM-LINEA.
           MOVE CO-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE CO-NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE WS-STOCK-DISPONIBLE TO WS-LD-NUM-ARTI.
           MOVE CO-STK-MIN-ARTI TO WS-LD-STK-MIN.
           MOVE WS-CANTIDAD-PEDIDO TO WS-LD-CANTIDAD.
           MOVE WS-REF-PROVE TO WS-LD-REF-PROVE.
           MOVE WS-PRECIO-PACTADO TO WS-LD-PRECIO.
           MOVE WS-LINEA-DETALLE TO LIN-INFORME.
           WRITE LIN-INFORME.
       4500-EXIT.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LINEAS A FUENTE PREFERENTE' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-PREFERENTES TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LINEAS REDONDEADAS A ENVASES' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-REDONDEADAS TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           MOVE 'LINEAS SIN FUENTE EN EL CATALOGO' TO WS-LT-TEXTO.
           MOVE WS-CONTADOR-SIN-CATALOGO TO WS-LT-CONTADOR.
           MOVE WS-LINEA-TOTAL TO LIN-INFORME.
           WRITE LIN-INFORME.

           DISPLAY 'PEDIDOS GENERADOS:          ' WS-CONTADOR-PEDIDOS.
           DISPLAY 'LINEAS DE PEDIDO GENERADAS: ' WS-CONTADOR-LINEAS.
       4700-EXIT.
