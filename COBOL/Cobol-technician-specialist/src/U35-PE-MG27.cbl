      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 02/09/2026  DSI     PROGRAMA ORIGINAL.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
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
           02  CO-COD-PROVE        PIC X(04).
           02  CO-EST-ARTI         PIC X(01).
           02  CO-COS-ARTI         PIC 9(04)V9(02).
           02  CO-CAN-RES-ARTI     PIC 9(06).
           02  CO-CLA-ABC-ARTI     PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DEL LISTADO DE SALIDA
      *
