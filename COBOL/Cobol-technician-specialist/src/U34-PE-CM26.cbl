      *   CABECERA Y PIE QUE PE-EX17 APLICA A ARTIMAST.INT:           *
      *                                                               *
      *     CAB;FECHA;HORA                                            *
      *     DET;CODARTI;FECHA;TIPO;CANTIDAD;OPERADOR;COSTE;           *
      *         ALMACEN;ALMDESTINO                                    *
      *     PIE;NUMDET;SUMACANTIDADES                                 *
      *                                                               *
      *   UN PRIMER BARRIDO CUADRA EL PIE (RECUENTO DE DET Y TOTAL    *
      *   CUADRA, EL PROCESO TERMINA CON RETURN-CODE 8 Y NO SE        *
      *   CARGA NI UN MOVIMIENTO, PARA QUE UN ARCHIVO TRUNCADO NO     *
      *   ENTRE A MEDIAS. EL SEGUNDO BARRIDO VALIDA CADA DET IGUAL    *
      *   QUE PE-MV08 (ARTICULO EN AARTI.REL, TIPO E/S/A/T, ALMACEN   *
      *   EN AALMA.REL, OPERADOR EN AOPER.REL), ANOTA LOS BUENOS EN   *
      *   AMOVS.SEC Y DEJA LOS MALOS EN MOVSCAN.ERR CON EL RESUMEN    *
      *   EN CARGAMOV.LIS.                                            *
      *                                                               *
      *****************************************************************

      *                     INTENTOS Y LA MARCA DE BLOQUEO (VER
      *                     PE-OP18 Y PE-SG30); AQUI SOLO SE
      *                     COMPRUEBA QUE EL OPERADOR EXISTE.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL ALMACEN Y EL
      *                     ALMACEN DESTINO DE LOS TRASPASOS (VER
      *                     PE-MV08). EL DET LOS TRAE DETRAS DEL
      *                     COSTE; EL ALMACEN ES OBLIGATORIO Y SE
      *                     VALIDA CONTRA AALMA.REL, Y SE ADMITE EL
      *                     TIPO 'T' CON UN DESTINO DISTINTO.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL LOTE Y SU FECHA
      *                     DE CADUCIDAD (VER PE-MV08); LOS MOVIMIENTOS
      *                     DEL LECTOR NO LOS TRAEN Y SE GRABAN SIN
      *                     LOTE.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL ORIGEN
      *                     (MOV-ORIGEN, 'P' = SALIDA POR DESPACHO DE
      *                     PEDIDO DE CLIENTE, VER PE-DS36); AQUI SE
      *                     GRABA EN BLANCO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS OPE-CODIGO
               FILE STATUS IS FS-OPERADOR.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES (SOLO LECTURA,
      *    PARA VALIDAR LOS ALMACENES DE LOS DETALLES)
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    ARCHIVO DE DETALLES RECHAZADOS (SALIDA)
      *
           SELECT A-ERRORES ASSIGN TO DISK 'MOVSCAN.ERR'
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
           02  EST-ARTI            PIC X(01).
               88  EST-ARTI-BLOQUEADO      VALUE 'B'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE OPERADORES (VER PE-OP18)
      *
           02  OPE-BLOQUEO         PIC X(01).
               88  OPE-BLOQUEADO   VALUE 'B'.
      *
      *    DESCRIPCION DEL REGISTRO DE ALMACENES (VER PE-AL33)
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DE DETALLES RECHAZADOS: LA
      *    LINEA ORIGINAL TAL CUAL LLEGO, PARA PODER CORREGIRLA Y
      *    VOLVER A PRESENTARLA.
       77  FS-ARTICULO             PIC X(02).
           88  FS-ARTICULO-OK      VALUE '00'.
       77  FS-OPERADOR             PIC X(02).
       77  FS-ALMACEN              PIC X(02).
           88  FS-ALMACEN-OK       VALUE '00'.
       77  FS-ERRORES              PIC X(02).
       77  FS-INFORME              PIC X(02).
       77  FIN-ENTRADA             PIC X(01).
           05  WS-DET-COD-ARTI     PIC X(04).
           05  WS-DET-FECHA        PIC X(08).
           05  WS-DET-TIPO         PIC X(01).
               88  WS-DET-TIPO-VALIDO  VALUE 'E' 'S' 'A' 'T'.
           05  WS-DET-CANTIDAD     PIC X(06).
           05  WS-DET-OPERADOR     PIC X(08).
           05  WS-DET-COSTE        PIC X(06).
           05  WS-DET-COSTE-N REDEFINES WS-DET-COSTE
                                   PIC 9(04)V9(02).
           05  WS-DET-ALMACEN      PIC X(03).
           05  WS-DET-ALMA-DESTINO PIC X(03).

       01  WS-PIE.
           05  WS-PIE-REGISTRO     PIC X(03).
                   WS-DET-TIPO
                   WS-DET-CANTIDAD
                   WS-DET-OPERADOR
                   WS-DET-COSTE
                   WS-DET-ALMACEN
                   WS-DET-ALMA-DESTINO.
       2300-EXIT.
           EXIT.

           OPEN INPUT A-ENTRADA.
           OPEN INPUT A-ARTICULO.
           OPEN INPUT A-OPERADOR.
           OPEN INPUT A-ALMACEN.
           OPEN EXTEND A-MOVIMIENTO.
           OPEN OUTPUT A-ERRORES.

           CLOSE A-ENTRADA.
           CLOSE A-ARTICULO.
           CLOSE A-OPERADOR.
           CLOSE A-ALMACEN.
           CLOSE A-MOVIMIENTO.
           CLOSE A-ERRORES.
       3000-EXIT.
                       WS-DET-COSTE NOT NUMERIC
                   MOVE 'COSTE NO NUMERICO EN ENTRADA'
                       TO WS-MOTIVO-ERROR
               WHEN WS-DET-ALMACEN = SPACE
                   MOVE 'FALTA EL ALMACEN DEL MOVIMIENTO'
                       TO WS-MOTIVO-ERROR
               WHEN WS-DET-TIPO = 'T' AND
                       WS-DET-ALMA-DESTINO = SPACE
                   MOVE 'FALTA EL ALMACEN DESTINO DEL TRASPASO'
                       TO WS-MOTIVO-ERROR
               WHEN WS-DET-TIPO = 'T' AND
                       WS-DET-ALMA-DESTINO = WS-DET-ALMACEN
                   MOVE 'TRASPASO CON EL MISMO ORIGEN Y DESTINO'
                       TO WS-MOTIVO-ERROR
               WHEN OTHER
                   PERFORM 3250-VALIDAR-MAESTROS THRU 3250-EXIT
           END-EVALUATE.
                           TO WS-MOTIVO-ERROR
               END-READ
           END-IF.

           IF WS-MOTIVO-ERROR = SPACE
               MOVE WS-DET-ALMACEN TO ALM-COD-ALMA
               READ A-ALMACEN
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT FS-ALMACEN-OK
                   MOVE 'ALMACEN INEXISTENTE EN AALMA.REL'
                       TO WS-MOTIVO-ERROR
               END-IF
           END-IF.

           IF WS-MOTIVO-ERROR = SPACE AND WS-DET-TIPO = 'T'
               MOVE WS-DET-ALMA-DESTINO TO ALM-COD-ALMA
               READ A-ALMACEN
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT FS-ALMACEN-OK
                   MOVE 'ALMACEN DESTINO INEXISTENTE EN AALMA.REL'
                       TO WS-MOTIVO-ERROR
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

           MOVE WS-DET-TIPO TO MOV-TIPO.
           MOVE WS-DET-CANTIDAD TO MOV-CANTIDAD.
           MOVE WS-DET-OPERADOR TO MOV-OPERADOR.
           MOVE WS-DET-ALMACEN TO MOV-COD-ALMA.

           IF MOV-TRASPASO
               MOVE WS-DET-ALMA-DESTINO TO MOV-ALMA-DESTINO
           ELSE
               MOVE SPACE TO MOV-ALMA-DESTINO
           END-IF.

           MOVE SPACE TO MOV-NUM-LOTE.
           MOVE ZERO TO MOV-FEC-CADUC.
           MOVE SPACE TO MOV-ORIGEN.

           IF WS-DET-COSTE IS NUMERIC
               MOVE WS-DET-COSTE-N TO MOV-COSTE
