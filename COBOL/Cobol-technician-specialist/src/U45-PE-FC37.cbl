      *****************************************************************
      *                                                               *
      *   ENTRADA DE FACTURAS DE PROVEEDOR. CADA LINEA DE FACTURA     *
      *   (AFACP.REL, CLAVE PROVEEDOR + NUMERO DE FACTURA + LINEA)    *
      *   SE REFIERE A UNA LINEA DE PEDIDO DE COMPRA DEL MISMO        *
      *   PROVEEDOR (APEDL.REL) Y QUEDA PENDIENTE DE COTEJO HASTA QUE *
      *   PE-CF38 LA APRUEBE PARA EL PAGO O LA RETENGA. INCLUYE LA    *
      *   CONSULTA DE UNA FACTURA Y LA LIBERACION MANUAL DE UNA LINEA *
      *   RETENIDA, RESERVADA AL NIVEL DE SUPERVISOR.                 *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-FC37.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. ALTA Y CONSULTA DE FACTURAS DE PROVEEDOR CONTRA
           LAS LINEAS DE LOS PEDIDOS DE COMPRA, Y LIBERACION DE LAS
           LINEAS QUE EL COTEJO (PE-CF38) HA DEJADO RETENIDAS.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. LAS FACTURAS DE
      *                     PROVEEDOR, QUE SE PAGABAN DESDE EL PAPEL,
      *                     PASAN A GRABARSE PARA COTEJARLAS CONTRA EL
      *                     PEDIDO Y LA RECEPCION ANTES DEL PAGO.
      * 15/10/2026  DSI     SI NO EXISTE EL ARCHIVO DE PROVEEDORES
      *                     (APROV.REL) EL ALTA DE LA FACTURA SE
      *                     CANCELA CON AVISO EN LUGAR DE LEERLO.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE FACTURAS DE PROVEEDOR
      *
           SELECT A-FACTURA ASSIGN TO DISK 'AFACP.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAC-CLAVE
               FILE STATUS IS FS-FACTURA.
      *
      *    DECLARACION DEL ARCHIVO DE PROVEEDORES (SOLO LECTURA)
      *
           SELECT A-PROVEEDOR ASSIGN TO DISK 'APROV.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROVE
               FILE STATUS IS FS-PROVEEDOR.
      *
      *    DECLARACION DEL ARCHIVO DE CABECERAS DE PEDIDO
      *    (SOLO LECTURA)
      *
           SELECT A-PEDIDO-CAB ASSIGN TO DISK 'APEDC.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEC-NUM-PEDIDO
               FILE STATUS IS FS-PEDIDO-CAB.
      *
      *    DECLARACION DEL ARCHIVO DE LINEAS DE PEDIDO
      *
           SELECT A-PEDIDO-LIN ASSIGN TO DISK 'APEDL.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEL-CLAVE
               FILE STATUS IS FS-PEDIDO-LIN.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE LINEA DE FACTURA DE PROVEEDOR
      *
       FD  A-FACTURA
           LABEL RECORD IS STANDARD.
       01  R-FACTURA.
           02  FAC-CLAVE.
               03  FAC-COD-PROVE   PIC X(04).
               03  FAC-NUM-FACTURA PIC X(10).
               03  FAC-NUM-LINEA   PIC 9(03).
           02  FAC-FECHA-FACTURA   PIC 9(08).
           02  FAC-NUM-PEDIDO      PIC 9(06).
           02  FAC-LIN-PEDIDO      PIC 9(03).
           02  FAC-COD-ARTI        PIC 9(04).
           02  FAC-CANTIDAD        PIC 9(06).
           02  FAC-PRECIO          PIC 9(04)V9(02).
           02  FAC-ESTADO          PIC X(01).
               88  FAC-PENDIENTE   VALUE 'P'.
               88  FAC-APROBADA    VALUE 'A'.
               88  FAC-RETENIDA    VALUE 'R'.
           02  FAC-MOTIVO          PIC X(02).
           02  FAC-FECHA-COTEJO    PIC 9(08).
           02  FAC-OPERADOR        PIC X(08).
           02  FAC-OPER-LIBERA     PIC X(08).
      *
      *    DESCRIPCION DEL REGISTRO DE PROVEEDORES
      *
       FD  A-PROVEEDOR
           LABEL RECORD IS STANDARD.
       01  R-PROVEEDOR.
           02  COD-PROVE           PIC X(04).
           02  NOM-PROVE           PIC X(25).
           02  CON-PROVE           PIC X(25).
           02  DIAS-ENTREGA        PIC 9(03).
      *
      *    DESCRIPCION DEL REGISTRO DE CABECERA DE PEDIDO
      *    (VER PE-GP20)
      *
       FD  A-PEDIDO-CAB
           LABEL RECORD IS STANDARD.
       01  R-PEDIDO-CAB.
           02  PEC-NUM-PEDIDO      PIC 9(06).
           02  PEC-COD-PROVE       PIC X(04).
           02  PEC-FECHA-PEDIDO    PIC 9(08).
           02  PEC-ESTADO          PIC X(01).
               88  PEC-PENDIENTE   VALUE 'P'.
               88  PEC-RECIBIDO    VALUE 'R'.
               88  PEC-ANULADO     VALUE 'X'.
      *
      *    DESCRIPCION DEL REGISTRO DE LINEA DE PEDIDO
      *    (VER PE-GP20)
      *
       FD  A-PEDIDO-LIN
           LABEL RECORD IS STANDARD.
       01  R-PEDIDO-LIN.
           02  PEL-CLAVE.
               03  PEL-NUM-PEDIDO  PIC 9(06).
               03  PEL-NUM-LINEA   PIC 9(03).
           02  PEL-COD-ARTI        PIC 9(04).
           02  PEL-CANTIDAD        PIC 9(06).
           02  PEL-CAN-RECIBIDA    PIC 9(06).
           02  PEL-ESTADO          PIC X(01).
               88  PEL-PENDIENTE   VALUE 'P'.
               88  PEL-RECIBIDO    VALUE 'R'.
               88  PEL-ANULADO     VALUE 'X'.
           02  PEL-COSTE-RECIBIDO  PIC 9(04)V9(02).
           02  PEL-CAN-FACTURADA   PIC 9(06).

       WORKING-STORAGE SECTION.
       77  FS-FACTURA              PIC X(02).
           88  FS-FACTURA-OK       VALUE '00'.
       77  FS-PROVEEDOR            PIC X(02).
       77  FS-PEDIDO-CAB           PIC X(02).
           88  FS-PEDIDO-CAB-OK    VALUE '00'.
       77  FS-PEDIDO-LIN           PIC X(02).
           88  FS-PEDIDO-LIN-OK    VALUE '00'.
       77  FIN-LINEAS              PIC X(01).
           88  FIN-LINEAS-SI       VALUE 'S'.
           88  FIN-LINEAS-NO       VALUE 'N'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-ALTA      VALUE '1'.
           88  WS-OPCION-CONSULTA  VALUE '2'.
           88  WS-OPCION-LIBERAR   VALUE '3'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3'.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
           88  WS-NIVEL-SUPERVISOR VALUE 2.
       77  WS-CONFIRMA             PIC X(01).
           88  WS-CONFIRMA-SI      VALUE 'S'.
       77  COD-PROVE-BUSCADO       PIC X(04).
       77  NUM-FACTURA-BUSCADA     PIC X(10).
       77  NUM-LINEA-BUSCADA       PIC 9(03).
       77  NUM-PEDIDO-BUSCADO      PIC 9(06).
       77  LIN-PEDIDO-BUSCADA      PIC 9(03).
       77  WS-FECHA-FACTURA        PIC 9(08).
       77  WS-NUM-LINEA            PIC 9(03).
       77  WS-MAX-LINEAS           PIC 9(03) VALUE 999.
       77  WS-CONTADOR-LINEAS      PIC 9(06) COMP.
       77  WS-PROVE-VALIDO         PIC X(01).
           88  PROVE-ES-VALIDO     VALUE 'S'.
           88  PROVE-NO-VALIDO     VALUE 'N'.
       77  WS-FACTURA-EXISTE       PIC X(01).
           88  FACTURA-EXISTE-SI   VALUE 'S'.
           88  FACTURA-EXISTE-NO   VALUE 'N'.

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
      *    SIN PEDIDOS DE COMPRA NO HAY NADA CONTRA LO QUE FACTURAR.
      *    EL ARCHIVO DE FACTURAS SE CREA VACIO LA PRIMERA VEZ.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-OPCION.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               OPEN INPUT A-PEDIDO-CAB
               IF FS-PEDIDO-CAB = '35'
                   DISPLAY 'NO EXISTEN PEDIDOS TODAVIA. GENERE LOS '
                       'PEDIDOS CON PE-GP20.'
                   MOVE 'N' TO WS-ACCESO
               ELSE
                   OPEN I-O A-PEDIDO-LIN
                   OPEN I-O A-FACTURA
                   IF FS-FACTURA = '35'
                       OPEN OUTPUT A-FACTURA
                       CLOSE A-FACTURA
                       OPEN I-O A-FACTURA
                   END-IF
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
           MOVE 'PE-FC37' TO SEG-PROGRAMA.
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
                   PERFORM 2200-ALTA-FACTURA THRU 2200-EXIT
               WHEN WS-OPCION-CONSULTA
                   PERFORM 2500-CONSULTAR-FACTURA THRU 2500-EXIT
               WHEN WS-OPCION-LIBERAR
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 2600-LIBERAR-LINEA THRU 2600-EXIT
                   ELSE
                       DISPLAY 'LA LIBERACION DE LINEAS RETENIDAS '
                           'ESTA RESERVADA A SUPERVISORES.'
                   END-IF
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
           DISPLAY '---- FACTURAS DE PROVEEDOR ----'.
           DISPLAY '1. ALTA DE FACTURA'.
           DISPLAY '2. CONSULTA DE FACTURA'.
           DISPLAY '3. LIBERACION DE LINEA RETENIDA'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.

           IF NOT WS-OPCION-VALIDA
               DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-ALTA-FACTURA.
      *-----------------------------------------------------------------
      *    PIDE EL PROVEEDOR, EL NUMERO Y LA FECHA DE LA FACTURA Y
      *    DESPUES SUS LINEAS. UN NUMERO DE FACTURA YA GRABADO PARA
      *    EL MISMO PROVEEDOR NO SE ADMITE, PARA NO PAGAR DOS VECES.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE PROVEEDOR:'.
           ACCEPT COD-PROVE-BUSCADO.

           PERFORM 2700-VALIDAR-PROVEEDOR THRU 2700-EXIT.

           IF PROVE-ES-VALIDO
               DISPLAY 'INTRODUCE EL NUMERO DE FACTURA:'
               ACCEPT NUM-FACTURA-BUSCADA
               PERFORM 2800-POSICIONAR-FACTURA THRU 2800-EXIT
               IF FIN-LINEAS-NO
                   DISPLAY 'ERROR: LA FACTURA ' NUM-FACTURA-BUSCADA
                       ' DEL PROVEEDOR ' COD-PROVE-BUSCADO
                       ' YA ESTA GRABADA. ALTA CANCELADA.'
               ELSE
                   DISPLAY 'INTRODUCE LA FECHA DE LA FACTURA '
                       '(AAAAMMDD):'
                   ACCEPT WS-FECHA-FACTURA
                   MOVE ZERO TO WS-NUM-LINEA
                   MOVE ZERO TO WS-CONTADOR-LINEAS
                   MOVE 'N' TO FIN-LINEAS
                   PERFORM 2300-CAPTURAR-LINEA THRU 2300-EXIT
                       UNTIL FIN-LINEAS-SI
                   DISPLAY 'OK: FACTURA ' NUM-FACTURA-BUSCADA
                       ' GRABADA CON ' WS-CONTADOR-LINEAS
                       ' LINEAS PENDIENTES DE COTEJO'
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-CAPTURAR-LINEA.
      *-----------------------------------------------------------------
      *    CADA LINEA DE FACTURA SE REFIERE A UNA LINEA DE UN PEDIDO
      *    DEL MISMO PROVEEDOR. UN NUMERO DE PEDIDO A CERO TERMINA
      *    LA FACTURA.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'NUMERO DE PEDIDO DE LA LINEA (0 = FIN):'.
           ACCEPT NUM-PEDIDO-BUSCADO.

           IF NUM-PEDIDO-BUSCADO = ZERO OR WS-NUM-LINEA = WS-MAX-LINEAS
               MOVE 'S' TO FIN-LINEAS
           ELSE
               MOVE NUM-PEDIDO-BUSCADO TO PEC-NUM-PEDIDO
               READ A-PEDIDO-CAB
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO EXISTE EL PEDIDO: '
                           NUM-PEDIDO-BUSCADO '. LINEA CANCELADA.'
               END-READ
               IF FS-PEDIDO-CAB-OK
                   IF PEC-COD-PROVE NOT = COD-PROVE-BUSCADO
                       DISPLAY 'ERROR: EL PEDIDO ' NUM-PEDIDO-BUSCADO
                           ' ES DEL PROVEEDOR ' PEC-COD-PROVE
                           '. LINEA CANCELADA.'
                   ELSE
                       PERFORM 2350-CAPTURAR-IMPORTES THRU 2350-EXIT
                   END-IF
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2350-CAPTURAR-IMPORTES.
      *-----------------------------------------------------------------
           DISPLAY 'NUMERO DE LINEA DEL PEDIDO:'.
           ACCEPT LIN-PEDIDO-BUSCADA.

           MOVE NUM-PEDIDO-BUSCADO TO PEL-NUM-PEDIDO.
           MOVE LIN-PEDIDO-BUSCADA TO PEL-NUM-LINEA.
           READ A-PEDIDO-LIN
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE LA LINEA '
                       LIN-PEDIDO-BUSCADA ' DEL PEDIDO '
                       NUM-PEDIDO-BUSCADO '. LINEA CANCELADA.'
           END-READ.

           IF FS-PEDIDO-LIN-OK
               DISPLAY 'ARTICULO: ' PEL-COD-ARTI
                   ' - PEDIDA: ' PEL-CANTIDAD
                   ' - RECIBIDA: ' PEL-CAN-RECIBIDA
                   ' - FACTURADA: ' PEL-CAN-FACTURADA
               DISPLAY 'UNIDADES FACTURADAS:'
               ACCEPT FAC-CANTIDAD
               DISPLAY 'PRECIO UNITARIO FACTURADO:'
               ACCEPT FAC-PRECIO

               ADD 1 TO WS-NUM-LINEA
               MOVE COD-PROVE-BUSCADO TO FAC-COD-PROVE
               MOVE NUM-FACTURA-BUSCADA TO FAC-NUM-FACTURA
               MOVE WS-NUM-LINEA TO FAC-NUM-LINEA
               MOVE WS-FECHA-FACTURA TO FAC-FECHA-FACTURA
               MOVE NUM-PEDIDO-BUSCADO TO FAC-NUM-PEDIDO
               MOVE LIN-PEDIDO-BUSCADA TO FAC-LIN-PEDIDO
               MOVE PEL-COD-ARTI TO FAC-COD-ARTI
               MOVE 'P' TO FAC-ESTADO
               MOVE SPACE TO FAC-MOTIVO
               MOVE ZERO TO FAC-FECHA-COTEJO
               MOVE WS-OPERADOR TO FAC-OPERADOR
               MOVE SPACE TO FAC-OPER-LIBERA

               WRITE R-FACTURA
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: LINEA DE FACTURA '
                           'DUPLICADA: ' FAC-CLAVE
                       MOVE 'S' TO FIN-LINEAS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-LINEAS
                       DISPLAY 'OK: LINEA ' WS-NUM-LINEA ' GRABADA'
               END-WRITE
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-CONSULTAR-FACTURA.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE PROVEEDOR:'.
           ACCEPT COD-PROVE-BUSCADO.
           DISPLAY 'INTRODUCE EL NUMERO DE FACTURA:'.
           ACCEPT NUM-FACTURA-BUSCADA.

           PERFORM 2800-POSICIONAR-FACTURA THRU 2800-EXIT.

           IF FIN-LINEAS-SI
               DISPLAY 'ERROR: NO EXISTE LA FACTURA '
                   NUM-FACTURA-BUSCADA ' DEL PROVEEDOR '
                   COD-PROVE-BUSCADO
           ELSE
               DISPLAY 'FACTURA: ' FAC-NUM-FACTURA
                   ' - PROVEEDOR: ' FAC-COD-PROVE
                   ' - FECHA: ' FAC-FECHA-FACTURA
               DISPLAY 'LIN PEDIDO LIN ARTI UNIDAD PRECIO E MO'
               PERFORM 2550-MOSTRAR-LINEA THRU 2550-EXIT
                   UNTIL FIN-LINEAS-SI
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2550-MOSTRAR-LINEA.
      *-----------------------------------------------------------------
           DISPLAY FAC-NUM-LINEA ' ' FAC-NUM-PEDIDO ' '
               FAC-LIN-PEDIDO ' ' FAC-COD-ARTI ' ' FAC-CANTIDAD ' '
               FAC-PRECIO ' ' FAC-ESTADO ' ' FAC-MOTIVO.

           PERFORM 2850-LEER-FACTURA THRU 2850-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-LIBERAR-LINEA.
      *-----------------------------------------------------------------
      *    UN SUPERVISOR PUEDE APROBAR PARA EL PAGO UNA LINEA QUE EL
      *    COTEJO HA RETENIDO (POR EJEMPLO, UNA SUBIDA DE PRECIO
      *    PACTADA POR TELEFONO). LA LINEA QUEDA APROBADA CON SU
      *    FIRMA Y SU CANTIDAD CUENTA COMO FACTURADA EN EL PEDIDO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE PROVEEDOR:'.
           ACCEPT COD-PROVE-BUSCADO.
           DISPLAY 'INTRODUCE EL NUMERO DE FACTURA:'.
           ACCEPT NUM-FACTURA-BUSCADA.
           DISPLAY 'INTRODUCE EL NUMERO DE LINEA DE LA FACTURA:'.
           ACCEPT NUM-LINEA-BUSCADA.

           MOVE COD-PROVE-BUSCADO TO FAC-COD-PROVE.
           MOVE NUM-FACTURA-BUSCADA TO FAC-NUM-FACTURA.
           MOVE NUM-LINEA-BUSCADA TO FAC-NUM-LINEA.
           READ A-FACTURA
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE LA LINEA '
                       NUM-LINEA-BUSCADA ' DE LA FACTURA '
                       NUM-FACTURA-BUSCADA
           END-READ.

           IF FS-FACTURA-OK
               IF NOT FAC-RETENIDA
                   DISPLAY 'ERROR: LA LINEA NO ESTA RETENIDA (ESTADO: '
                       FAC-ESTADO '). LIBERACION CANCELADA.'
               ELSE
                   DISPLAY 'PEDIDO: ' FAC-NUM-PEDIDO ' LINEA '
                       FAC-LIN-PEDIDO ' - UNIDADES: ' FAC-CANTIDAD
                       ' - PRECIO: ' FAC-PRECIO
                       ' - MOTIVO: ' FAC-MOTIVO
                   DISPLAY 'CONFIRMA LA APROBACION PARA EL PAGO (S/N):'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA-SI
                       PERFORM 2650-APROBAR-LINEA THRU 2650-EXIT
                   END-IF
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2650-APROBAR-LINEA.
      *-----------------------------------------------------------------
           MOVE FAC-NUM-PEDIDO TO PEL-NUM-PEDIDO.
           MOVE FAC-LIN-PEDIDO TO PEL-NUM-LINEA.
           READ A-PEDIDO-LIN
               INVALID KEY
                   DISPLAY 'AVISO: LA LINEA DE PEDIDO YA NO EXISTE. '
                       'SE APRUEBA SIN ANOTAR LO FACTURADO.'
               NOT INVALID KEY
                   ADD FAC-CANTIDAD TO PEL-CAN-FACTURADA
                   REWRITE R-PEDIDO-LIN
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ACTUALIZAR LA LINEA ' PEL-CLAVE
                   END-REWRITE
           END-READ.

           MOVE 'A' TO FAC-ESTADO.
           MOVE WS-OPERADOR TO FAC-OPER-LIBERA.
           REWRITE R-FACTURA
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                       'ACTUALIZAR LA LINEA ' FAC-CLAVE
               NOT INVALID KEY
                   DISPLAY 'OK: LINEA ' NUM-LINEA-BUSCADA
                       ' APROBADA PARA EL PAGO'
           END-REWRITE.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2700-VALIDAR-PROVEEDOR.
      *-----------------------------------------------------------------
      *    COMPRUEBA QUE COD-PROVE-BUSCADO EXISTE EN EL ARCHIVO DE
      *    PROVEEDORES. DEVUELVE EL RESULTADO EN WS-PROVE-VALIDO.
      *    SIN ARCHIVO DE PROVEEDORES NINGUNO ES VALIDO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-PROVE-VALIDO.
           MOVE COD-PROVE-BUSCADO TO COD-PROVE.

           OPEN INPUT A-PROVEEDOR.

           IF FS-PROVEEDOR = '35'
               DISPLAY 'ERROR: NO EXISTE EL ARCHIVO DE PROVEEDORES '
                   'APROV.REL (VER PE-PR11). ALTA CANCELADA.'
           ELSE
               READ A-PROVEEDOR
                   INVALID KEY
                       DISPLAY 'ERROR: NO EXISTE EL PROVEEDOR '
                           COD-PROVE-BUSCADO '. ALTA CANCELADA.'
                   NOT INVALID KEY
                       MOVE 'S' TO WS-PROVE-VALIDO
                       DISPLAY 'PROVEEDOR: ' COD-PROVE ' - '
                           NOM-PROVE
               END-READ
               CLOSE A-PROVEEDOR
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-POSICIONAR-FACTURA.
      *-----------------------------------------------------------------
      *    SE POSICIONA EN LA PRIMERA LINEA DE LA FACTURA BUSCADA Y
      *    LA LEE. FIN-LINEAS QUEDA A 'S' SI LA FACTURA NO EXISTE.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-LINEAS.
           MOVE COD-PROVE-BUSCADO TO FAC-COD-PROVE.
           MOVE NUM-FACTURA-BUSCADA TO FAC-NUM-FACTURA.
           MOVE ZERO TO FAC-NUM-LINEA.

           START A-FACTURA KEY IS NOT LESS THAN FAC-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-LINEAS
           END-START.

           IF FIN-LINEAS-NO
               PERFORM 2850-LEER-FACTURA THRU 2850-EXIT
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2850-LEER-FACTURA.
      *-----------------------------------------------------------------
           READ A-FACTURA NEXT RECORD
               AT END
                   MOVE 'S' TO FIN-LINEAS
               NOT AT END
                   IF FAC-COD-PROVE NOT = COD-PROVE-BUSCADO OR
                           FAC-NUM-FACTURA NOT = NUM-FACTURA-BUSCADA
                       MOVE 'S' TO FIN-LINEAS
                   END-IF
           END-READ.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-FACTURA.
           CLOSE A-PEDIDO-CAB.
           CLOSE A-PEDIDO-LIN.
       9000-EXIT.
           EXIT.
