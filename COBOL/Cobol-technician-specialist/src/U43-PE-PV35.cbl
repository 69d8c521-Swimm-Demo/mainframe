      *****************************************************************
      *                                                               *
      *   ENTRADA DE PEDIDOS DE CLIENTE. GRABA UN PEDIDO NUMERADO     *
      *   POR CLIENTE (ACPEC.REL CABECERAS, ACPEL.REL LINEAS) Y       *
      *   RESERVA EN AARTI.REL (CAN-RES-ARTI) LAS UNIDADES DE CADA    *
      *   LINEA, SIEMPRE DENTRO DEL STOCK DISPONIBLE (NUM-ARTI MENOS  *
      *   LO YA RESERVADO). PERMITE CONSULTAR UN PEDIDO Y ANULARLO,   *
      *   LIBERANDO LA RESERVA DE SUS LINEAS PENDIENTES. EL DESPACHO  *
      *   LO HACE PE-DS36.                                            *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-PV35.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. ALTA, CONSULTA Y ANULACION DE PEDIDOS DE CLIENTE
           CON RESERVA DE STOCK. EL ULTIMO NUMERO DE PEDIDO DE
           CLIENTE SE CONSERVA EN PEDCLI.CTL.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. LOS PEDIDOS DE
      *                     CLIENTE PASAN A REGISTRARSE EN EL
      *                     SISTEMA Y RESERVAN STOCK, QUE PE-RP10 Y
      *                     PE-GP20 DESCUENTAN DEL STOCK DISPONIBLE.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     EL ALTA GRABA LA CABECERA DEL PEDIDO Y
      *                     AVANZA PEDCLI.CTL ANTES DE PEDIR LAS
      *                     LINEAS, DE MODO QUE NO PUEDEN QUEDAR
      *                     LINEAS NI RESERVAS SIN CABECERA. SI LA
      *                     CABECERA YA EXISTE NO SE PIDEN LINEAS; SI
      *                     NO SE ACEPTA NINGUNA, LA CABECERA SE BORRA
      *                     Y EL NUMERO SE DEVUELVE A PEDCLI.CTL.
      * 15/10/2026  DSI     EL NOMBRE DEL CLIENTE SE GUARDA EN
      *                     WS-NOM-CLIE-ACTUAL ANTES DE CERRAR
      *                     ACLIE.REL, Y ES EL QUE MUESTRA EL ALTA DEL
      *                     PEDIDO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE CLIENTES (SOLO LECTURA)
      *
           SELECT A-CLIENTE ASSIGN TO DISK 'ACLIE.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-CLIE
               FILE STATUS IS FS-CLIENTE.
      *
      *    DECLARACION DEL ARCHIVO DE ARTICULOS
      *
           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTICULO.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES (SOLO LECTURA)
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
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
      *
      *    ARCHIVO DE CONTROL CON EL ULTIMO NUMERO DE PEDIDO DE
      *    CLIENTE
      *
           SELECT A-CONTROL ASSIGN TO DISK 'PEDCLI.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE CLIENTES
      *
       FD  A-CLIENTE
           LABEL RECORD IS STANDARD.
       01  R-CLIENTE.
           02  COD-CLIE            PIC X(05).
           02  NOM-CLIE            PIC X(25).
           02  CON-CLIE            PIC X(25).
           02  TEL-CLIE            PIC X(12).
      *
      *    DESCRIPCION DEL REGISTRO DE ARTICULOS
      *
       FD  A-ARTICULO
           LABEL RECORD IS STANDARD.
       01  R-ARTICULO.
           02  COD-ARTI            PIC 9(04).
           02  NOM-ARTI            PIC X(25).
           02  NUM-ARTI            PIC 9(06).
           02  PRE-ARTI            PIC 9(04)V9(02).
           02  COD-TPARTI          PIC X(03).
           02  PRE-ARTI-ANT        PIC 9(04)V9(02).
           02  FEC-EFECT-PRECIO    PIC 9(08).
           02  STK-MIN-ARTI        PIC 9(06).
           02  CAN-REP-ARTI        PIC 9(06).
           02  COD-PROVE           PIC X(04).
           02  EST-ARTI            PIC X(01).
               88  EST-ARTI-ACTIVO         VALUE 'A'.
               88  EST-ARTI-BLOQUEADO      VALUE 'B'.
               88  EST-ARTI-DESCATALOGADO  VALUE 'D'.
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).
      *
      *    DESCRIPCION DEL REGISTRO DE ALMACENES
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
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
      *
      *    DESCRIPCION DEL REGISTRO DE CONTROL DE PEDIDOS DE CLIENTE
      *
       FD  A-CONTROL
           LABEL RECORD IS STANDARD.
       01  R-CONTROL.
           02  CTL-ULT-PEDIDO      PIC 9(06).

       WORKING-STORAGE SECTION.
       77  FS-CLIENTE              PIC X(02).
       77  FS-ARTICULO             PIC X(02).
           88  FS-ARTICULO-OK      VALUE '00'.
       77  FS-ALMACEN              PIC X(02).
       77  FS-PEDCLI-CAB           PIC X(02).
           88  FS-PEDCLI-CAB-OK    VALUE '00'.
       77  FS-PEDCLI-LIN           PIC X(02).
       77  FS-CONTROL              PIC X(02).
       77  FIN-LINEAS              PIC X(01).
           88  FIN-LINEAS-SI       VALUE 'S'.
           88  FIN-LINEAS-NO       VALUE 'N'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-ALTA      VALUE '1'.
           88  WS-OPCION-CONSULTA  VALUE '2'.
           88  WS-OPCION-ANULAR    VALUE '3'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3'.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
           88  WS-NIVEL-SUPERVISOR VALUE 2.
       77  COD-CLIE-BUSCADO        PIC X(05).
       77  WS-NOM-CLIE-ACTUAL      PIC X(25).
       77  COD-ARTI-BUSCADO        PIC 9(04).
       77  COD-ALMA-BUSCADO        PIC X(03).
       77  NUM-PEDIDO-BUSCADO      PIC 9(06).
       77  WS-CLIE-VALIDO          PIC X(01).
           88  CLIE-ES-VALIDO      VALUE 'S'.
           88  CLIE-NO-VALIDO      VALUE 'N'.
       77  WS-ALMA-VALIDO          PIC X(01).
           88  ALMA-ES-VALIDO      VALUE 'S'.
           88  ALMA-NO-VALIDO      VALUE 'N'.
       77  WS-NUM-PEDIDO           PIC 9(06).
       77  WS-NUM-LINEA            PIC 9(03).
       77  WS-CANTIDAD-PEDIDA      PIC 9(06).
       77  WS-STOCK-DISPONIBLE     PIC S9(07).
       77  WS-UNIDADES-LIBERAR     PIC 9(06).
       77  WS-CONTADOR-LINEAS      PIC 9(06) COMP.
       77  WS-MAX-LINEAS           PIC 9(03) VALUE 999.

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
               PERFORM 2000-PROCESO-MENU THRU 2000-EXIT
                   UNTIL WS-OPCION-FIN
               PERFORM 9000-FINALIZAR THRU 9000-EXIT
           ELSE
               DISPLAY 'ACCESO DENEGADO. PROCESO CANCELADO.'
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------------
       1000-INICIALIZAR.
      *-----------------------------------------------------------------
      *    LOS ARCHIVOS DE PEDIDOS DE CLIENTE SE CREAN VACIOS LA
      *    PRIMERA VEZ, IGUAL QUE LOS DE PEDIDOS DE COMPRA EN
      *    PE-GP20.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-OPCION.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               OPEN I-O A-ARTICULO
               OPEN I-O A-PEDCLI-CAB
               IF FS-PEDCLI-CAB = '35'
                   OPEN OUTPUT A-PEDCLI-CAB
                   CLOSE A-PEDCLI-CAB
                   OPEN I-O A-PEDCLI-CAB
               END-IF
               OPEN I-O A-PEDCLI-LIN
               IF FS-PEDCLI-LIN = '35'
                   OPEN OUTPUT A-PEDCLI-LIN
                   CLOSE A-PEDCLI-LIN
                   OPEN I-O A-PEDCLI-LIN
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
           MOVE 'PE-PV35' TO SEG-PROGRAMA.
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
       2000-PROCESO-MENU.
      *-----------------------------------------------------------------
           PERFORM 2100-MOSTRAR-MENU THRU 2100-EXIT.

           EVALUATE TRUE
               WHEN WS-OPCION-ALTA
                   PERFORM 2200-ALTA-PEDIDO THRU 2200-EXIT
               WHEN WS-OPCION-CONSULTA
                   PERFORM 2500-CONSULTAR-PEDIDO THRU 2500-EXIT
               WHEN WS-OPCION-ANULAR
                   PERFORM 2600-ANULAR-PEDIDO THRU 2600-EXIT
               WHEN WS-OPCION-FIN
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-MOSTRAR-MENU.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY '---- PEDIDOS DE CLIENTE ----'.
           DISPLAY '1. ALTA DE PEDIDO'.
           DISPLAY '2. CONSULTA DE PEDIDO'.
           DISPLAY '3. ANULACION DE PEDIDO'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.

           IF NOT WS-OPCION-VALIDA
               DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-ALTA-PEDIDO.
      *-----------------------------------------------------------------
      *    PIDE EL CLIENTE Y LAS LINEAS DEL PEDIDO. LA CABECERA Y
      *    EL NUEVO NUMERO DE PEDIDO SE GRABAN ANTES DE LA PRIMERA
      *    LINEA: SI LA CABECERA NO PUEDE GRABARSE NO SE PIDEN
      *    LINEAS. CADA LINEA ACEPTADA SE GRABA Y RESERVA SU
      *    CANTIDAD EN EL ACTO. SI NO SE ACEPTA NINGUNA, LA
      *    CABECERA SE BORRA Y EL NUMERO QUEDA LIBRE.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE CLIENTE DEL PEDIDO:'.
           ACCEPT COD-CLIE-BUSCADO.

           PERFORM 2700-VALIDAR-CLIENTE THRU 2700-EXIT.

           IF CLIE-ES-VALIDO
               PERFORM 2210-LEER-CONTROL THRU 2210-EXIT
               ADD 1 TO WS-NUM-PEDIDO
               MOVE ZERO TO WS-NUM-LINEA
               MOVE ZERO TO WS-CONTADOR-LINEAS
               MOVE 'N' TO FIN-LINEAS
               PERFORM 2400-GRABAR-CABECERA THRU 2400-EXIT
           END-IF.

           IF CLIE-ES-VALIDO AND FS-PEDCLI-CAB-OK
               DISPLAY 'PEDIDO ' WS-NUM-PEDIDO ' PARA EL CLIENTE '
                   COD-CLIE-BUSCADO ' - ' WS-NOM-CLIE-ACTUAL
               PERFORM 2300-CAPTURAR-LINEA THRU 2300-EXIT
                   UNTIL FIN-LINEAS-SI

               IF WS-CONTADOR-LINEAS = ZERO
                   DISPLAY 'PEDIDO SIN LINEAS. NO SE GRABA.'
                   PERFORM 2450-BORRAR-CABECERA THRU 2450-EXIT
               ELSE
                   DISPLAY 'OK: PEDIDO ' WS-NUM-PEDIDO ' GRABADO CON '
                       WS-CONTADOR-LINEAS ' LINEAS'
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2210-LEER-CONTROL.
      *-----------------------------------------------------------------
      *    RECUPERA EL ULTIMO NUMERO DE PEDIDO DE CLIENTE ASIGNADO.
      *    SIN ARCHIVO DE CONTROL LA NUMERACION EMPIEZA EN 1.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-NUM-PEDIDO.

           OPEN INPUT A-CONTROL.

           IF FS-CONTROL = '35'
               CONTINUE
           ELSE
               READ A-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULT-PEDIDO TO WS-NUM-PEDIDO
               END-READ
               CLOSE A-CONTROL
           END-IF.
       2210-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-CAPTURAR-LINEA.
      *-----------------------------------------------------------------
      *    UNA LINEA SOLO SE ACEPTA SI EL ARTICULO EXISTE, ESTA
      *    ACTIVO, EL ALMACEN EXISTE Y LA CANTIDAD NO SUPERA EL
      *    STOCK DISPONIBLE DEL ARTICULO (NUM-ARTI MENOS LO YA
      *    RESERVADO POR OTROS PEDIDOS). UN CODIGO DE ARTICULO A
      *    CERO TERMINA EL PEDIDO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'CODIGO DE ARTICULO DE LA LINEA (0 = FIN):'.
           ACCEPT COD-ARTI-BUSCADO.

           IF COD-ARTI-BUSCADO = ZERO OR WS-NUM-LINEA = WS-MAX-LINEAS
               MOVE 'S' TO FIN-LINEAS
           ELSE
               MOVE COD-ARTI-BUSCADO TO COD-ARTI
               READ A-ARTICULO
                   INVALID KEY
                       DISPLAY 'ERROR: NO EXISTE ARTICULO CON '
                           'COD-ARTI: ' COD-ARTI-BUSCADO
                           '. LINEA CANCELADA.'
               END-READ
               IF FS-ARTICULO-OK
                   IF EST-ARTI-ACTIVO
                       PERFORM 2320-CAPTURAR-CANTIDAD THRU 2320-EXIT
                   ELSE
                       DISPLAY 'ERROR: EL ARTICULO ' COD-ARTI-BUSCADO
                           ' NO ESTA ACTIVO. LINEA CANCELADA.'
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2320-CAPTURAR-CANTIDAD.
      *-----------------------------------------------------------------
           DISPLAY 'INTRODUCE EL ALMACEN QUE SIRVE LA LINEA:'.
           ACCEPT COD-ALMA-BUSCADO.

           PERFORM 2750-VALIDAR-ALMACEN THRU 2750-EXIT.

           IF ALMA-ES-VALIDO
               COMPUTE WS-STOCK-DISPONIBLE = NUM-ARTI - CAN-RES-ARTI
               DISPLAY NOM-ARTI ' - STOCK: ' NUM-ARTI
                   ' - RESERVADO: ' CAN-RES-ARTI
               DISPLAY 'INTRODUCE LAS UNIDADES PEDIDAS:'
               ACCEPT WS-CANTIDAD-PEDIDA
               IF WS-CANTIDAD-PEDIDA = ZERO
                   DISPLAY 'ERROR: LA CANTIDAD HA DE SER MAYOR QUE '
                       'CERO. LINEA CANCELADA.'
               ELSE
                   IF WS-CANTIDAD-PEDIDA > WS-STOCK-DISPONIBLE
                       DISPLAY 'ERROR: LA CANTIDAD SUPERA EL STOCK '
                           'DISPONIBLE DEL ARTICULO. LINEA CANCELADA.'
                   ELSE
                       PERFORM 2350-GRABAR-LINEA THRU 2350-EXIT
                   END-IF
               END-IF
           END-IF.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-GRABAR-LINEA.
      *-----------------------------------------------------------------
      *    GRABA LA LINEA PENDIENTE DE SERVIR Y RESERVA SU
      *    CANTIDAD EN EL ARTICULO.
      *-----------------------------------------------------------------
           ADD 1 TO WS-NUM-LINEA.
           MOVE WS-NUM-PEDIDO TO PVL-NUM-PEDIDO.
           MOVE WS-NUM-LINEA TO PVL-NUM-LINEA.
           MOVE COD-ARTI-BUSCADO TO PVL-COD-ARTI.
           MOVE COD-ALMA-BUSCADO TO PVL-COD-ALMA.
           MOVE WS-CANTIDAD-PEDIDA TO PVL-CANTIDAD.
           MOVE ZERO TO PVL-FECHA-SERVIDO.
           MOVE 'P' TO PVL-ESTADO.

           WRITE R-PEDCLI-LIN
               INVALID KEY
                   DISPLAY 'ERROR INVALID: YA EXISTE LA LINEA '
                       WS-NUM-LINEA ' DEL PEDIDO ' WS-NUM-PEDIDO
                       '. REVISE EL ARCHIVO PEDCLI.CTL.'
                   MOVE 'S' TO FIN-LINEAS
               NOT INVALID KEY
                   ADD WS-CANTIDAD-PEDIDA TO CAN-RES-ARTI
                   REWRITE R-ARTICULO
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'RESERVAR EL ARTICULO ' COD-ARTI-BUSCADO
                   END-REWRITE
                   ADD 1 TO WS-CONTADOR-LINEAS
                   DISPLAY 'OK: LINEA ' WS-NUM-LINEA ' GRABADA Y '
                       WS-CANTIDAD-PEDIDA ' UNIDADES RESERVADAS'
           END-WRITE.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-GRABAR-CABECERA.
      *-----------------------------------------------------------------
      *    GRABA LA CABECERA DEL PEDIDO Y, SI SE HA PODIDO GRABAR,
      *    DEJA SU NUMERO EN EL ARCHIVO DE CONTROL. EL RESULTADO
      *    QUEDA EN FS-PEDCLI-CAB.
      *-----------------------------------------------------------------
           MOVE WS-NUM-PEDIDO TO PVC-NUM-PEDIDO.
           MOVE COD-CLIE-BUSCADO TO PVC-COD-CLIE.
           ACCEPT PVC-FECHA-PEDIDO FROM DATE YYYYMMDD.
           MOVE ZERO TO PVC-FECHA-SERVIDO.
           MOVE WS-OPERADOR TO PVC-OPERADOR.
           MOVE 'P' TO PVC-ESTADO.

           WRITE R-PEDCLI-CAB
               INVALID KEY
                   DISPLAY 'ERROR INVALID: YA EXISTE EL PEDIDO DE '
                       'CLIENTE ' WS-NUM-PEDIDO
                       '. REVISE EL ARCHIVO PEDCLI.CTL.'
               NOT INVALID KEY
                   MOVE WS-NUM-PEDIDO TO CTL-ULT-PEDIDO
                   PERFORM 2420-GRABAR-CONTROL THRU 2420-EXIT
           END-WRITE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2420-GRABAR-CONTROL.
      *-----------------------------------------------------------------
      *    DEJA EN PEDCLI.CTL EL ULTIMO NUMERO DE PEDIDO ASIGNADO,
      *    RECIBIDO EN CTL-ULT-PEDIDO.
      *-----------------------------------------------------------------
           OPEN OUTPUT A-CONTROL.
           WRITE R-CONTROL.
           CLOSE A-CONTROL.
       2420-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2450-BORRAR-CABECERA.
      *-----------------------------------------------------------------
      *    BORRA LA CABECERA DE UN PEDIDO QUE SE HA QUEDADO SIN
      *    LINEAS Y DEVUELVE SU NUMERO AL ARCHIVO DE CONTROL.
      *-----------------------------------------------------------------
           MOVE WS-NUM-PEDIDO TO PVC-NUM-PEDIDO.

           DELETE A-PEDCLI-CAB RECORD
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO BORRAR '
                       'LA CABECERA DEL PEDIDO ' WS-NUM-PEDIDO
               NOT INVALID KEY
                   COMPUTE CTL-ULT-PEDIDO = WS-NUM-PEDIDO - 1
                   PERFORM 2420-GRABAR-CONTROL THRU 2420-EXIT
           END-DELETE.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-CONSULTAR-PEDIDO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL NUMERO DE PEDIDO A CONSULTAR:'.
           ACCEPT NUM-PEDIDO-BUSCADO.

           MOVE NUM-PEDIDO-BUSCADO TO PVC-NUM-PEDIDO.
           READ A-PEDCLI-CAB
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE EL PEDIDO DE '
                       'CLIENTE ' NUM-PEDIDO-BUSCADO
               NOT INVALID KEY
                   DISPLAY 'PEDIDO: ' PVC-NUM-PEDIDO
                       ' - CLIENTE: ' PVC-COD-CLIE
                       ' - FECHA: ' PVC-FECHA-PEDIDO
                       ' - ESTADO: ' PVC-ESTADO
                       ' - OPERADOR: ' PVC-OPERADOR
                   PERFORM 2800-POSICIONAR-LINEAS THRU 2800-EXIT
                   PERFORM 2550-MOSTRAR-LINEA THRU 2550-EXIT
                       UNTIL FIN-LINEAS-SI
           END-READ.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2550-MOSTRAR-LINEA.
      *-----------------------------------------------------------------
           DISPLAY '  LINEA ' PVL-NUM-LINEA ' - ARTICULO: '
               PVL-COD-ARTI ' - ALMACEN: ' PVL-COD-ALMA
               ' - UNIDADES: ' PVL-CANTIDAD
               ' - ESTADO: ' PVL-ESTADO.

           PERFORM 2850-LEER-LINEA THRU 2850-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-ANULAR-PEDIDO.
      *-----------------------------------------------------------------
      *    SOLO SE ANULAN PEDIDOS PENDIENTES. LAS LINEAS PENDIENTES
      *    LIBERAN SU RESERVA Y QUEDAN ANULADAS; LAS YA SERVIDAS
      *    NO SE TOCAN.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL NUMERO DE PEDIDO A ANULAR:'.
           ACCEPT NUM-PEDIDO-BUSCADO.

           MOVE NUM-PEDIDO-BUSCADO TO PVC-NUM-PEDIDO.
           READ A-PEDCLI-CAB
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE EL PEDIDO DE '
                       'CLIENTE ' NUM-PEDIDO-BUSCADO
           END-READ.

           IF FS-PEDCLI-CAB-OK
               IF PVC-PENDIENTE
                   PERFORM 2800-POSICIONAR-LINEAS THRU 2800-EXIT
                   PERFORM 2650-ANULAR-LINEA THRU 2650-EXIT
                       UNTIL FIN-LINEAS-SI
                   MOVE 'X' TO PVC-ESTADO
                   REWRITE R-PEDCLI-CAB
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ACTUALIZAR EL PEDIDO '
                               NUM-PEDIDO-BUSCADO
                       NOT INVALID KEY
                           DISPLAY 'OK: PEDIDO ' NUM-PEDIDO-BUSCADO
                               ' ANULADO'
                   END-REWRITE
               ELSE
                   DISPLAY 'ERROR: EL PEDIDO ' NUM-PEDIDO-BUSCADO
                       ' NO ESTA PENDIENTE. ANULACION CANCELADA.'
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2650-ANULAR-LINEA.
      *-----------------------------------------------------------------
      *    LA RESERVA QUE SE LIBERA NUNCA DEJA CAN-RES-ARTI EN
      *    NEGATIVO, AUNQUE EL ARTICULO SE HAYA TOCADO ENTRE TANTO.
      *-----------------------------------------------------------------
           IF PVL-PENDIENTE
               MOVE PVL-COD-ARTI TO COD-ARTI
               READ A-ARTICULO
                   INVALID KEY
                       DISPLAY 'AVISO: EL ARTICULO ' PVL-COD-ARTI
                           ' YA NO EXISTE. NO HAY RESERVA QUE LIBERAR.'
                   NOT INVALID KEY
                       IF PVL-CANTIDAD > CAN-RES-ARTI
                           MOVE CAN-RES-ARTI TO WS-UNIDADES-LIBERAR
                       ELSE
                           MOVE PVL-CANTIDAD TO WS-UNIDADES-LIBERAR
                       END-IF
                       SUBTRACT WS-UNIDADES-LIBERAR FROM CAN-RES-ARTI
                       REWRITE R-ARTICULO
                           INVALID KEY
                               DISPLAY 'ERROR INVALID: NO SE HA '
                                   'PODIDO LIBERAR LA RESERVA DEL '
                                   'ARTICULO ' PVL-COD-ARTI
                       END-REWRITE
               END-READ
               MOVE 'X' TO PVL-ESTADO
               REWRITE R-PEDCLI-LIN
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ANULAR LA LINEA ' PVL-NUM-LINEA
               END-REWRITE
           END-IF.

           PERFORM 2850-LEER-LINEA THRU 2850-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2700-VALIDAR-CLIENTE.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE COD-CLIE-BUSCADO EXISTE EN EL ARCHIVO DE
      *    CLIENTES. DEVUELVE EL RESULTADO EN WS-CLIE-VALIDO Y EL
      *    NOMBRE EN WS-NOM-CLIE-ACTUAL, QUE SIGUE DISPONIBLE DESPUES
      *    DE CERRAR EL ARCHIVO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-CLIE-VALIDO.
           MOVE SPACE TO WS-NOM-CLIE-ACTUAL.
           MOVE COD-CLIE-BUSCADO TO COD-CLIE.

           OPEN INPUT A-CLIENTE.
           IF FS-CLIENTE = '35'
               DISPLAY 'ERROR: NO HAY CLIENTES DEFINIDOS. DELOS '
                   'DE ALTA CON PE-CL34. PEDIDO CANCELADO.'
           ELSE
               READ A-CLIENTE
                   INVALID KEY
                       DISPLAY 'ERROR: NO EXISTE EL CLIENTE '
                           COD-CLIE-BUSCADO '. PEDIDO CANCELADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CLIE-VALIDO
                       MOVE NOM-CLIE TO WS-NOM-CLIE-ACTUAL
               END-READ
               CLOSE A-CLIENTE
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2750-VALIDAR-ALMACEN.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE COD-ALMA-BUSCADO EXISTE EN EL ARCHIVO DE
      *    ALMACENES. DEVUELVE EL RESULTADO EN WS-ALMA-VALIDO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-ALMA-VALIDO.
           MOVE COD-ALMA-BUSCADO TO ALM-COD-ALMA.

           OPEN INPUT A-ALMACEN.
           IF FS-ALMACEN = '35'
               DISPLAY 'ERROR: NO HAY ALMACENES DEFINIDOS. DELOS '
                   'DE ALTA CON PE-AL33. LINEA CANCELADA.'
           ELSE
               READ A-ALMACEN
                   INVALID KEY
                       DISPLAY 'ERROR: NO EXISTE EL ALMACEN '
                           COD-ALMA-BUSCADO '. LINEA CANCELADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ALMA-VALIDO
               END-READ
               CLOSE A-ALMACEN
           END-IF.
       2750-EXIT.
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
           CLOSE A-ARTICULO.
           CLOSE A-PEDCLI-CAB.
           CLOSE A-PEDCLI-LIN.
       9000-EXIT.
           EXIT.
