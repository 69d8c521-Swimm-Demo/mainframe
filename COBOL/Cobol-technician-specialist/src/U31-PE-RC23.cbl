      *                                                               *
      *   ENTRADA DE CANTIDADES CONTADAS DEL RECUENTO FISICO DE       *
      *   INVENTARIO. CAPTURA SOBRE ARECU.REL (CAMPANA ABIERTA POR    *
      *   PE-RC22) LA CANTIDAD CONTADA DE CADA ARTICULO Y ALMACEN DE  *
      *   LAS HOJAS DE RECUENTO. LAS DIFERENCIAS SE OBTIENEN Y SE     *
      *   APLICAN DESPUES CON PE-RC24.                                *
      *                                                               *
      *****************************************************************
      *                     PE-SG30: CADUCIDAD DE CLAVE CON CAMBIO
      *                     FORZADO, BLOQUEO POR INTENTOS FALLIDOS
      *                     Y DIARIO DE ACCESOS ACCESO.LOG.
      * 15/10/2026  DSI     RECUENTO POR ALMACEN: SE PIDE EL ALMACEN
      *                     DE LA HOJA JUNTO CON EL ARTICULO, YA QUE
      *                     LA CLAVE DE ARECU.REL ES ARTICULO +
      *                     ALMACEN (VER PE-RC22).
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
      *    DECLARACION DEL ARCHIVO DE ARTICULOS (SOLO LECTURA,
       FD  A-RECUENTO
           LABEL RECORD IS STANDARD.
       01  R-RECUENTO.
           02  REC-CLAVE.
               03  REC-COD-ARTI    PIC 9(04).
               03  REC-COD-ALMA    PIC X(03).
           02  REC-COD-TPARTI      PIC X(03).
           02  REC-STOCK-TEORICO   PIC 9(06).
           02  REC-CANTIDAD        PIC 9(06).
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-RECUENTO             PIC X(02).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  COD-ARTI-BUSCADO        PIC 9(04).
       77  COD-ALMA-BUSCADO        PIC X(03).
       77  WS-CANTIDAD-CONTADA     PIC 9(06).
       77  WS-NOM-ARTI-ACTUAL      PIC X(25).
       77  WS-FIN                  PIC X(01).
           IF COD-ARTI-BUSCADO = ZERO
               MOVE 'S' TO WS-FIN
           ELSE
               DISPLAY 'INTRODUCE EL ALMACEN DE LA HOJA:'
               ACCEPT COD-ALMA-BUSCADO
               PERFORM 2100-ANOTAR-CANTIDAD THRU 2100-EXIT
           END-IF.
       2000-EXIT.
       2100-ANOTAR-CANTIDAD.
      *-----------------------------------------------------------------
           MOVE COD-ARTI-BUSCADO TO REC-COD-ARTI.
           MOVE COD-ALMA-BUSCADO TO REC-COD-ALMA.
           READ A-RECUENTO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: EL ARTICULO '
                       COD-ARTI-BUSCADO ' DEL ALMACEN '
                       COD-ALMA-BUSCADO ' NO ESTA EN LA CAMPANA DE '
                       'RECUENTO.'
           END-READ.

               ELSE
                   PERFORM 2200-BUSCAR-NOMBRE-ARTICULO THRU 2200-EXIT
                   DISPLAY 'ARTICULO ' COD-ARTI-BUSCADO ' - '
                       WS-NOM-ARTI-ACTUAL ' ALMACEN '
                       COD-ALMA-BUSCADO
                   IF REC-CONTADO
                       DISPLAY 'YA CONTADO CON ' REC-CANTIDAD
                           ' UNIDADES. LA NUEVA CANTIDAD SUSTITUYE '
                           DISPLAY 'OK: RECUENTO DE '
                               WS-CANTIDAD-CONTADA ' UNIDADES '
                               'ANOTADO PARA EL ARTICULO '
                               COD-ARTI-BUSCADO ' ALMACEN '
                               COD-ALMA-BUSCADO
                   END-REWRITE
               END-IF
           END-IF.
