      *                     NOCTURNA PE-CN28 SIN DETENERLA;
      *                     LANZADO SUELTO EL EFECTO ES EL
      *                     MISMO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); LA SELECCION DE
      *                     REPOSICION Y LA CANTIDAD SUGERIDA SE
      *                     CALCULAN SOBRE EL STOCK DISPONIBLE (NUM-ARTI
      *                     MENOS LO RESERVADO), QUE ES EL QUE MUESTRA
      *                     EL LISTADO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE TIPOS DE ARTICULO
      *
           02  CT-COD-PROVE        PIC X(04).
           02  CT-EST-ARTI         PIC X(01).
           02  CT-COS-ARTI         PIC 9(04)V9(02).
           02  CT-CAN-RES-ARTI     PIC 9(06).
           02  CT-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS ORDENADOS POR TIPO.
      *    MISMO ORDEN DE CAMPOS QUE R-WORK-ORDEN, POR LA MISMA RAZON.
           02  CO-EST-ARTI         PIC X(01).
               88  CO-EST-DESCATALOGADO    VALUE 'D'.
           02  CO-COS-ARTI         PIC 9(04)V9(02).
           02  CO-CAN-RES-ARTI     PIC 9(06).
           02  CO-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
       77  WS-DES-TPARTI-ACTUAL    PIC X(20).
       77  WS-NOM-PROVE-ACTUAL     PIC X(25).
       77  WS-CANTIDAD-SUGERIDA    PIC 9(06).
       77  WS-STOCK-DISPONIBLE     PIC S9(07).
       77  WS-CONTADOR-TIPO        PIC 9(06) COMP.
       77  WS-CONTADOR-GENERAL     PIC 9(06) COMP.
       77  WS-LINEAS-PAGINA        PIC 9(02) COMP.
           05  FILLER              PIC X(25) VALUE
               'NOMBRE DEL ARTICULO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(08) VALUE 'DISPON.'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(07) VALUE 'MINIMO'.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NOM-ARTI      PIC X(25).
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-NUM-ARTI      PIC ZZZ.ZZ9-.
           05  FILLER              PIC X(02) VALUE SPACE.
           05  WS-LD-STK-MIN       PIC ZZZ.ZZ9.
           05  FILLER              PIC X(02) VALUE SPACE.
      *    SOLO LOS ARTICULOS CON STOCK EN O POR DEBAJO DE SU STOCK
      *    MINIMO ENTRAN EN EL LISTADO. LOS ARTICULOS SIN STOCK
      *    MINIMO INFORMADO (A CERO) NO SE LISTAN NUNCA, Y LOS
      *    DESCATALOGADOS NO SE REPONEN. EL STOCK QUE SE COMPARA ES
      *    EL DISPONIBLE: LAS UNIDADES RESERVADAS POR PEDIDOS DE
      *    CLIENTE PENDIENTES DE SERVIR YA NO CUENTAN.
      *-----------------------------------------------------------------
           COMPUTE WS-STOCK-DISPONIBLE =
               CO-NUM-ARTI - CO-CAN-RES-ARTI.

           IF CO-STK-MIN-ARTI > ZERO AND
                   WS-STOCK-DISPONIBLE <= CO-STK-MIN-ARTI AND
                   NOT CO-EST-DESCATALOGADO
               IF WS-ES-PRIMER-GRUPO OR
                       CO-COD-TPARTI NOT = WS-TPARTI-ANTERIOR
               MOVE CO-CAN-REP-ARTI TO WS-CANTIDAD-SUGERIDA
           ELSE
               COMPUTE WS-CANTIDAD-SUGERIDA =
                   CO-STK-MIN-ARTI - WS-STOCK-DISPONIBLE
           END-IF.
       4350-EXIT.
           EXIT.

           MOVE CO-COD-ARTI TO WS-LD-COD-ARTI.
           MOVE CO-NOM-ARTI TO WS-LD-NOM-ARTI.
           MOVE WS-STOCK-DISPONIBLE TO WS-LD-NUM-ARTI.
           MOVE CO-STK-MIN-ARTI TO WS-LD-STK-MIN.
           MOVE WS-CANTIDAD-SUGERIDA TO WS-LD-SUGERIDA.
           MOVE CO-COD-PROVE TO WS-LD-COD-PROVE.
