      *****************************************************************
      *                                                               *
      *   DESPACHO DE PEDIDOS DE CLIENTE. RECORRE LAS LINEAS          *
      *   PENDIENTES DE UN PEDIDO (ACPEL.REL) Y, POR CADA UNA QUE EL  *
      *   OPERADOR CONFIRMA, ANOTA UN MOVIMIENTO DE SALIDA ('S') EN   *
      *   AMOVS.SEC DESDE EL ALMACEN DE LA LINEA, MARCADO COMO        *
      *   DESPACHO DE PEDIDO, Y DA LA LINEA POR SERVIDA. LA RESERVA   *
      *   DEL ARTICULO (CAN-RES-ARTI) LA LIBERA PE-MV09 AL APLICAR    *
      *   LA SALIDA.                                                  *
      *   CUANDO NO LE QUEDAN LINEAS PENDIENTES, EL PEDIDO QUEDA      *
      *   SERVIDO.                                                    *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-DS36.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. DESPACHO DE LOS PEDIDOS DE CLIENTE GRABADOS CON
           PE-PV35. LAS SALIDAS QUE ANOTA LAS APLICA PE-MV09 EN LA
           CADENA NOCTURNA, ANTES DEL INFORME DE REPOSICION, Y ES
           ENTONCES CUANDO SE LIBERA LA RESERVA.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. LAS SALIDAS POR VENTA
      *                     DEJAN DE TECLEARSE A MANO EN PE-MV08 Y
      *                     SE GENERAN AL DESPACHAR LOS PEDIDOS DE
      *                     CLIENTE.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     EL MOVIMIENTO INCORPORA EL LOTE Y SU FECHA
      *                     DE CADUCIDAD (VER PE-MV08). LAS SALIDAS SE
      *                     GRABAN SIN LOTE: PE-MV09 LAS REPARTE ENTRE
      *                     LOS LOTES DEL ARTICULO POR ORDEN DE
      *                     CADUCIDAD.
      * 15/10/2026  DSI     LA RESERVA YA NO SE LIBERA AL DESPACHAR: LA
      *                     SALIDA SE GRABA CON EL ORIGEN 'P'
      *                     (MOV-ORIGEN) Y PE-MV09 DESCUENTA LA RESERVA
      *                     AL APLICARLA, A LA VEZ QUE BAJA NUM-ARTI.
      *                     ASI EL STOCK DESPACHADO SIGUE RESERVADO
      *                     HASTA QUE SALE DEL STOCK, Y UNA SALIDA
      *                     RECHAZADA NO DEJA LAS UNIDADES SIN PROTEGER.
      *                     EL PROGRAMA YA NO ABRE AARTI.REL.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE MOVIMIENTOS PENDIENTES
      *
           SELECT A-MOVIMIENTO ASSIGN TO DISK 'AMOVS.SEC'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-MOVIMIENTO.
      *
      *    DECLARACION DEL ARCHIVO DE CABECERAS DE PEDIDO DE CLIENTE
      *
           SELECT A-PEDCLI-CAB ASSIGN TO DISK 'ACPEC.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVC-NUM-PEDIDO
               FILE STATUS IS FS-PEDCLI-CAB.
      *
      *    DECLARACION DEL ARCHIVO DE LINEAS DE PEDIDO DE CLIENTE
      *
           SELECT A-PEDCLI-LIN ASSIGN TO DISK 'ACPEL.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVL-CLAVE
               FILE STATUS IS FS-PEDCLI-LIN.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE MOVIMIENTO PENDIENTE
      *
       FD  A-MOVIMIENTO
           LABEL RECORD IS STANDARD.
       01  R-MOVIMIENTO.
           02  MOV-COD-ARTI        PIC 9(04).
           02  MOV-FECHA           PIC 9(08).
           02  MOV-TIPO            PIC X(01).
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
      *    DESCRIPCION DEL REGISTRO DE CABECERA DE PEDIDO DE CLIENTE
      *
       FD  A-PEDCLI-CAB
           LABEL RECORD IS STANDARD.
       01  R-PEDCLI-CAB.
           02  PVC-NUM-PEDIDO      PIC 9(06).
           02  PVC-COD-CLIE        PIC X(05).
           02  PVC-FECHA-PEDIDO    PIC 9(08).
           02  PVC-FECHA-SERVIDO   PIC 9(08).
           02  PVC-OPERADOR        PIC X(08).
           02  PVC-ESTADO          PIC X(01).
               88  PVC-PENDIENTE   VALUE 'P'.
               88  PVC-SERVIDO     VALUE 'S'.
               88  PVC-ANULADO     VALUE 'X'.
      *
      *    DESCRIPCION DEL REGISTRO DE LINEA DE PEDIDO DE CLIENTE
      *
       FD  A-PEDCLI-LIN
           LABEL RECORD IS STANDARD.
       01  R-PEDCLI-LIN.
           02  PVL-CLAVE.
               03  PVL-NUM-PEDIDO  PIC 9(06).
               03  PVL-NUM-LINEA   PIC 9(03).
           02  PVL-COD-ARTI        PIC 9(04).
           02  PVL-COD-ALMA        PIC X(03).
           02  PVL-CANTIDAD        PIC 9(06).
           02  PVL-FECHA-SERVIDO   PIC 9(08).
           02  PVL-ESTADO          PIC X(01).
               88  PVL-PENDIENTE   VALUE 'P'.
               88  PVL-SERVIDO     VALUE 'S'.
               88  PVL-ANULADO     VALUE 'X'.

       WORKING-STORAGE SECTION.
       77  FS-MOVIMIENTO           PIC X(02).
       77  FS-PEDCLI-CAB           PIC X(02).
           88  FS-PEDCLI-CAB-OK    VALUE '00'.
       77  FS-PEDCLI-LIN           PIC X(02).
       77  FIN-LINEAS              PIC X(01).
           88  FIN-LINEAS-SI       VALUE 'S'.
           88  FIN-LINEAS-NO       VALUE 'N'.
       77  WS-FIN                  PIC X(01).
           88  WS-FIN-SI           VALUE 'S'.
       77  WS-CONFIRMA             PIC X(01).
           88  WS-CONFIRMA-SI      VALUE 'S'.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
       77  NUM-PEDIDO-BUSCADO      PIC 9(06).
       77  WS-FECHA-HOY            PIC 9(08).
       77  WS-LINEAS-SERVIDAS      PIC 9(06) COMP.
       77  WS-LINEAS-PENDIENTES    PIC 9(06) COMP.

      *
      *    PARAMETROS DEL MODULO DE SEGURIDAD PE-SG30
      *
       01  SEG-PARAMETROS.
           02  SEG-PROGRAMA        PIC X(08).
           02  SEG-OPERADOR        PIC X(08).
           02  SEG-CLAVE           PIC X(08).
           02  SEG-ACCESO          PIC X(01).
           02  SEG-NIVEL           PIC 9(01).

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAINLINE.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.

           IF WS-ACCESO-SI
               PERFORM 2000-DESPACHAR-PEDIDO THRU 2000-EXIT
                   UNTIL WS-FIN-SI
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           ELSE
               DISPLAY 'ACCESO DENEGADO. PROCESO CANCELADO.'
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
      *    SIN ARCHIVOS DE PEDIDOS DE CLIENTE NO HAY NADA QUE
      *    DESPACHAR.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-FIN.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               OPEN I-O A-PEDCLI-CAB
               OPEN I-O A-PEDCLI-LIN
               IF FS-PEDCLI-CAB = '35' OR FS-PEDCLI-LIN = '35'
                   DISPLAY 'ERROR: NO HAY PEDIDOS DE CLIENTE. '
                       'GRABELOS CON PE-PV35. PROCESO CANCELADO.'
                   MOVE 'N' TO WS-ACCESO
               ELSE
                   OPEN EXTEND A-MOVIMIENTO
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       1100-VALIDAR-OPERADOR.
      *-----------------------------------------------------------------
      *    VALIDA LA FIRMA DEL OPERADOR A TRAVES DEL MODULO DE
      *    SEGURIDAD PE-SG30 (CLAVE, CADUCIDAD, BLOQUEO Y DIARIO
      *    DE ACCESOS). DEVUELVE EL RESULTADO EN WS-ACCESO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-ACCESO.
           MOVE ZERO TO WS-NIVEL-ACCESO.
           MOVE 'PE-DS36' TO SEG-PROGRAMA.
           MOVE WS-OPERADOR TO SEG-OPERADOR.
           MOVE WS-CLAVE TO SEG-CLAVE.
           MOVE 'N' TO SEG-ACCESO.
           MOVE ZERO TO SEG-NIVEL.

           CALL 'PE-SG30' USING SEG-PARAMETROS
               ON EXCEPTION
                   DISPLAY 'ERROR: NO SE HA PODIDO CARGAR EL '
                       'MODULO DE SEGURIDAD PE-SG30.'
           END-CALL.

           MOVE SEG-ACCESO TO WS-ACCESO.
           MOVE SEG-NIVEL TO WS-NIVEL-ACCESO.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2000-DESPACHAR-PEDIDO.
      *-----------------------------------------------------------------
      *    PIDE EL NUMERO DE PEDIDO (0 = FIN). SOLO SE DESPACHAN
      *    PEDIDOS PENDIENTES.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'NUMERO DE PEDIDO DE CLIENTE A DESPACHAR '
               '(0 = FIN):'.
           ACCEPT NUM-PEDIDO-BUSCADO.

           IF NUM-PEDIDO-BUSCADO = ZERO
               MOVE 'S' TO WS-FIN
           ELSE
               MOVE NUM-PEDIDO-BUSCADO TO PVC-NUM-PEDIDO
               READ A-PEDCLI-CAB
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO EXISTE EL PEDIDO '
                           'DE CLIENTE ' NUM-PEDIDO-BUSCADO
               END-READ
               IF FS-PEDCLI-CAB-OK
                   IF PVC-PENDIENTE
                       PERFORM 2100-SERVIR-PEDIDO THRU 2100-EXIT
                   ELSE
                       DISPLAY 'ERROR: EL PEDIDO ' NUM-PEDIDO-BUSCADO
                           ' NO ESTA PENDIENTE (ESTADO '
                           PVC-ESTADO ').'
                   END-IF
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-SERVIR-PEDIDO.
      *-----------------------------------------------------------------
      *    RECORRE LAS LINEAS DEL PEDIDO Y, AL TERMINAR, DA EL
      *    PEDIDO POR SERVIDO SI YA NO LE QUEDA NINGUNA PENDIENTE.
      *-----------------------------------------------------------------
           DISPLAY 'PEDIDO: ' PVC-NUM-PEDIDO
               ' - CLIENTE: ' PVC-COD-CLIE
               ' - FECHA: ' PVC-FECHA-PEDIDO.

           MOVE ZERO TO WS-LINEAS-SERVIDAS.
           MOVE ZERO TO WS-LINEAS-PENDIENTES.

           PERFORM 2800-POSICIONAR-LINEAS THRU 2800-EXIT.
           PERFORM 2200-TRATAR-LINEA THRU 2200-EXIT
               UNTIL FIN-LINEAS-SI.

           IF WS-LINEAS-PENDIENTES = ZERO
               MOVE 'S' TO PVC-ESTADO
               MOVE WS-FECHA-HOY TO PVC-FECHA-SERVIDO
               REWRITE R-PEDCLI-CAB
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ACTUALIZAR EL PEDIDO ' NUM-PEDIDO-BUSCADO
                   NOT INVALID KEY
                       DISPLAY 'OK: PEDIDO ' NUM-PEDIDO-BUSCADO
                           ' SERVIDO COMPLETO'
               END-REWRITE
           ELSE
               DISPLAY 'OK: ' WS-LINEAS-SERVIDAS ' LINEAS SERVIDAS, '
                   WS-LINEAS-PENDIENTES ' SIGUEN PENDIENTES'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-TRATAR-LINEA.
      *-----------------------------------------------------------------
           IF PVL-PENDIENTE
               DISPLAY '  LINEA ' PVL-NUM-LINEA ' - ARTICULO: '
                   PVL-COD-ARTI ' - ALMACEN: ' PVL-COD-ALMA
                   ' - UNIDADES: ' PVL-CANTIDAD
               DISPLAY '  CONFIRMA LA SALIDA DE LA LINEA (S/N):'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SI
                   PERFORM 2300-SERVIR-LINEA THRU 2300-EXIT
               ELSE
                   ADD 1 TO WS-LINEAS-PENDIENTES
               END-IF
           END-IF.

           PERFORM 2850-LEER-LINEA THRU 2850-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-SERVIR-LINEA.
      *-----------------------------------------------------------------
      *    ANOTA LA SALIDA EN AMOVS.SEC, CON EL ORIGEN DE DESPACHO
      *    DE PEDIDO, PARA QUE PE-MV09 LA APLIQUE AL STOCK DEL
      *    ARTICULO Y DEL ALMACEN EN LA CADENA NOCTURNA, Y DA LA
      *    LINEA POR SERVIDA. LA RESERVA SE MANTIENE HASTA ENTONCES:
      *    LA LIBERA PE-MV09 AL BAJAR NUM-ARTI, DE MODO QUE EL STOCK
      *    DISPONIBLE NO CUENTA DOS VECES LAS UNIDADES DESPACHADAS.
      *-----------------------------------------------------------------
           MOVE PVL-COD-ARTI TO MOV-COD-ARTI.
           MOVE WS-FECHA-HOY TO MOV-FECHA.
           MOVE 'S' TO MOV-TIPO.
           MOVE PVL-CANTIDAD TO MOV-CANTIDAD.
           MOVE WS-OPERADOR TO MOV-OPERADOR.
           MOVE ZERO TO MOV-COSTE.
           MOVE PVL-COD-ALMA TO MOV-COD-ALMA.
           MOVE SPACE TO MOV-ALMA-DESTINO.
           MOVE SPACE TO MOV-NUM-LOTE.
           MOVE ZERO TO MOV-FEC-CADUC.
           MOVE 'P' TO MOV-ORIGEN.
           WRITE R-MOVIMIENTO.

           MOVE 'S' TO PVL-ESTADO.
           MOVE WS-FECHA-HOY TO PVL-FECHA-SERVIDO.
           REWRITE R-PEDCLI-LIN
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                       'ACTUALIZAR LA LINEA ' PVL-NUM-LINEA
           END-REWRITE.

           ADD 1 TO WS-LINEAS-SERVIDAS.
           DISPLAY '  OK: SALIDA DE ' PVL-CANTIDAD ' UNIDADES DEL '
               'ARTICULO ' PVL-COD-ARTI ' ANOTADA EN AMOVS.SEC'.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-POSICIONAR-LINEAS.
      *-----------------------------------------------------------------
      *    SE POSICIONA EN LA PRIMERA LINEA DEL PEDIDO BUSCADO Y
      *    LA LEE. FIN-LINEAS QUEDA A 'S' SI NO TIENE NINGUNA.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-LINEAS.
           MOVE NUM-PEDIDO-BUSCADO TO PVL-NUM-PEDIDO.
           MOVE ZERO TO PVL-NUM-LINEA.

           START A-PEDCLI-LIN KEY IS NOT LESS THAN PVL-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-LINEAS
           END-START.

           IF FIN-LINEAS-NO
               PERFORM 2850-LEER-LINEA THRU 2850-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2850-LEER-LINEA.
      *-----------------------------------------------------------------
           READ A-PEDCLI-LIN NEXT RECORD
               AT END
                   MOVE 'S' TO FIN-LINEAS
               NOT AT END
                   IF PVL-NUM-PEDIDO NOT = NUM-PEDIDO-BUSCADO
                       MOVE 'S' TO FIN-LINEAS
                   END-IF
           END-READ.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-PEDCLI-CAB.
           CLOSE A-PEDCLI-LIN.
           CLOSE A-MOVIMIENTO.
       9000-EXIT.
           EXIT.
