      *                     COSTE UNITARIO (VER PE-AR02 Y
      *                     PE-MV09); EL ARCHIVO DE TRANSACCIONES
      *                     LO TRAE YA INFORMADO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); LA CARGA LA DEJA A
      *                     CERO, YA QUE EL ARCHIVO DE TRANSACCIONES NO
      *                     TRAE RESERVAS.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); LA CARGA LA DEJA EN
      *                     BLANCO, SIN CLASIFICAR.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE PUNTO DE CONTROL
      *
               TO EST-ARTI OF R-ARTICULO-REL.
           MOVE COS-ARTI OF R-TRANSAC
               TO COS-ARTI OF R-ARTICULO-REL.
           MOVE ZERO TO CAN-RES-ARTI OF R-ARTICULO-REL.
           MOVE SPACE TO CLA-ABC-ARTI OF R-ARTICULO-REL.

           WRITE R-ARTICULO-REL
               INVALID KEY
