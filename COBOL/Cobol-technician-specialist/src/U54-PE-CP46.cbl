      *****************************************************************
      *                                                               *
      *   PROGRAMA DE MANTENIMIENTO DEL CATALOGO DE PROVEEDORES       *
      *   (A-CATALOGO), CON ALTA, MODIFICACION, BAJA Y CONSULTA DE    *
      *   LAS FUENTES DE SUMINISTRO DE CADA ARTICULO, LOCALIZADAS     *
      *   POR PROVEEDOR Y ARTICULO SOBRE ARCHIVO INDEXADO. CADA       *
      *   FUENTE GUARDA LA REFERENCIA DEL PROVEEDOR, EL TAMANO DEL    *
      *   ENVASE, EL PRECIO PACTADO, EL PLAZO DE ENTREGA Y SI ES LA   *
      *   FUENTE PREFERENTE DEL ARTICULO, QUE ES LA QUE PE-GP20 USA   *
      *   PARA GENERAR LOS PEDIDOS.                                   *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-CP46.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. MANTENIMIENTO DEL CATALOGO DE PROVEEDORES - ALTA,
           BAJA, MODIFICACION Y CONSULTA POR PROVEEDOR Y ARTICULO,
           Y CONSULTA DE TODAS LAS FUENTES DE UN ARTICULO. UN
           ARTICULO TIENE COMO MUCHO UNA FUENTE PREFERENTE: AL
           MARCAR UNA, LAS DEMAS DEL ARTICULO DEJAN DE SERLO.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. LAS FUENTES DE
      *                     SUMINISTRO DE CADA ARTICULO PASAN A
      *                     REGISTRARSE EN EL ARCHIVO INDEXADO
      *                     ACATA.REL (VER PE-GP20 Y PE-PD21). LA
      *                     FIRMA DEL OPERADOR SE VALIDA CON PE-SG30
      *                     Y LA BAJA QUEDA RESERVADA AL NIVEL DE
      *                     SUPERVISOR, IGUAL QUE EN PE-CL34.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE CATALOGO DE PROVEEDORES
      *
           SELECT A-CATALOGO ASSIGN TO DISK 'ACATA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CLAVE
               FILE STATUS IS FS-CATALOGO.
      *
      *    DECLARACION DEL ARCHIVO DE PROVEEDORES (SOLO LECTURA)
      *
           SELECT A-PROVEEDOR ASSIGN TO DISK 'APROV.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PROVE OF R-PROVEEDOR
               FILE STATUS IS FS-PROVEEDOR.
      *
      *    DECLARACION DEL ARCHIVO DE ARTICULOS (SOLO LECTURA)
      *
           SELECT A-ARTICULO ASSIGN TO DISK 'AARTI.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-ARTI
               FILE STATUS IS FS-ARTICULO.

       DATA DIVISION.
       FILE SECTION.
      *
      *    DESCRIPCION DEL REGISTRO DE CATALOGO. UNA FUENTE POR
      *    PROVEEDOR Y ARTICULO. EL ENVASE ES EL NUMERO DE UNIDADES
      *    QUE SIRVE EL PROVEEDOR POR BULTO (1 = SUELTAS). SOLO LAS
      *    FUENTES ACTIVAS SE TIENEN EN CUENTA AL GENERAR PEDIDOS.
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
               88  CAT-NO-PREFERENTE       VALUE 'N'.
           02  CAT-ESTADO          PIC X(01).
               88  CAT-ACTIVA              VALUE 'A'.
               88  CAT-INACTIVA            VALUE 'I'.
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

       WORKING-STORAGE SECTION.
       77  FS-CATALOGO             PIC X(02).
           88  FS-CATALOGO-OK      VALUE '00'.
       77  FS-PROVEEDOR            PIC X(02).
       77  FS-ARTICULO             PIC X(02).
       77  FIN-CATALOGO            PIC X(01).
           88  FIN-CATALOGO-SI     VALUE 'S'.
           88  FIN-CATALOGO-NO     VALUE 'N'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-ALTA      VALUE '1'.
           88  WS-OPCION-MODIF     VALUE '2'.
           88  WS-OPCION-BAJA      VALUE '3'.
           88  WS-OPCION-CONSULTA  VALUE '4'.
           88  WS-OPCION-FUENTES   VALUE '5'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3' '4' '5'.
       77  COD-PROVE-BUSCADO       PIC X(04).
       77  COD-ARTI-BUSCADO        PIC 9(04).
       77  REF-PROVE-NUEVO         PIC X(15).
       77  UNID-ENVASE-NUEVO       PIC 9(05).
       77  PRECIO-NUEVO            PIC 9(04)V9(02).
       77  DIAS-ENTREGA-NUEVO      PIC 9(03).
       77  PREFERENTE-NUEVO        PIC X(01).
       77  ESTADO-NUEVO            PIC X(01).
       77  WS-NOM-PROVE-ACTUAL     PIC X(25).
       77  WS-NOM-ARTI-ACTUAL      PIC X(25).
       77  WS-DIAS-ENTREGA-PROVE   PIC 9(03).
       77  WS-PROVE-VALIDO         PIC X(01).
           88  PROVE-ES-VALIDO     VALUE 'S'.
           88  PROVE-NO-VALIDO     VALUE 'N'.
       77  WS-ARTI-VALIDO          PIC X(01).
           88  ARTI-ES-VALIDO      VALUE 'S'.
           88  ARTI-NO-VALIDO      VALUE 'N'.
       77  WS-DATOS-VALIDOS        PIC X(01).
           88  DATOS-SON-VALIDOS   VALUE 'S'.
           88  DATOS-NO-VALIDOS    VALUE 'N'.
       77  WS-CONTADOR-FUENTES     PIC 9(06) COMP.
       77  WS-CONTADOR-DESMARCADAS PIC 9(06) COMP.
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
           88  WS-NIVEL-SUPERVISOR VALUE 2.

       01  WS-PRECIO-EDITADO       PIC Z.ZZ9,99.

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
      *    EL CATALOGO SE CREA VACIO LA PRIMERA VEZ QUE SE ENTRA EN
      *    EL MANTENIMIENTO. SIN PROVEEDORES O SIN ARTICULOS NO HAY
      *    NADA QUE CATALOGAR.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-OPCION.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               OPEN INPUT A-PROVEEDOR
               OPEN INPUT A-ARTICULO
               IF FS-PROVEEDOR = '35' OR FS-ARTICULO = '35'
                   DISPLAY 'NO EXISTEN LOS ARCHIVOS DE PROVEEDORES '
                       '(APROV.REL) Y DE ARTICULOS (AARTI.REL). '
                       'DELOS DE ALTA CON PE-PR11 Y PE-AR02.'
                   MOVE 'N' TO WS-ACCESO
               ELSE
                   OPEN I-O A-CATALOGO
                   IF FS-CATALOGO = '35'
                       OPEN OUTPUT A-CATALOGO
                       CLOSE A-CATALOGO
                       OPEN I-O A-CATALOGO
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
           MOVE 'PE-CP46' TO SEG-PROGRAMA.
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
                   PERFORM 2200-ALTA-FUENTE THRU 2200-EXIT
               WHEN WS-OPCION-MODIF
                   PERFORM 2300-MODIFICAR-FUENTE THRU 2300-EXIT
               WHEN WS-OPCION-BAJA
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 2400-BAJA-FUENTE THRU 2400-EXIT
                   ELSE
                       DISPLAY 'LA BAJA DE FUENTES DEL CATALOGO ESTA '
                           'RESERVADA A SUPERVISORES.'
                   END-IF
               WHEN WS-OPCION-CONSULTA
                   PERFORM 2500-CONSULTAR-FUENTE THRU 2500-EXIT
               WHEN WS-OPCION-FUENTES
                   PERFORM 2600-FUENTES-ARTICULO THRU 2600-EXIT
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
           DISPLAY '---- CATALOGO DE PROVEEDORES ----'.
           DISPLAY '1. ALTA DE FUENTE'.
           DISPLAY '2. MODIFICACION DE FUENTE'.
           DISPLAY '3. BAJA DE FUENTE'.
           DISPLAY '4. CONSULTA DE FUENTE'.
           DISPLAY '5. FUENTES DE UN ARTICULO'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.

           IF NOT WS-OPCION-VALIDA
               DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2150-PEDIR-CLAVE.
      *-----------------------------------------------------------------
           DISPLAY 'INTRODUCE EL CODIGO DE PROVEEDOR:'.
           ACCEPT COD-PROVE-BUSCADO.
           DISPLAY 'INTRODUCE EL CODIGO DE ARTICULO:'.
           ACCEPT COD-ARTI-BUSCADO.

           MOVE COD-PROVE-BUSCADO TO CAT-COD-PROVE.
           MOVE COD-ARTI-BUSCADO TO CAT-COD-ARTI.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-ALTA-FUENTE.
      *-----------------------------------------------------------------
      *    EL PROVEEDOR Y EL ARTICULO DEBEN EXISTIR. UN PLAZO DE
      *    ENTREGA A CERO TOMA EL DEL PROVEEDOR Y UN ENVASE A CERO
      *    SE ENTIENDE COMO UNIDADES SUELTAS.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           PERFORM 2150-PEDIR-CLAVE THRU 2150-EXIT.
           PERFORM 2700-VALIDAR-PROVEEDOR THRU 2700-EXIT.
           PERFORM 2750-VALIDAR-ARTICULO THRU 2750-EXIT.

           IF PROVE-NO-VALIDO
               DISPLAY 'ERROR: EL CODIGO DE PROVEEDOR '
                   COD-PROVE-BUSCADO ' NO EXISTE EN APROV.REL. '
                   'ALTA CANCELADA.'
           ELSE
               IF ARTI-NO-VALIDO
                   DISPLAY 'ERROR: EL CODIGO DE ARTICULO '
                       COD-ARTI-BUSCADO ' NO EXISTE EN AARTI.REL. '
                       'ALTA CANCELADA.'
               ELSE
                   DISPLAY 'PROVEEDOR: ' WS-NOM-PROVE-ACTUAL
                       ' - ARTICULO: ' WS-NOM-ARTI-ACTUAL
                   MOVE 'A' TO ESTADO-NUEVO
                   PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT
                   IF DIAS-ENTREGA-NUEVO = ZERO
                       MOVE WS-DIAS-ENTREGA-PROVE TO DIAS-ENTREGA-NUEVO
                   END-IF
                   IF DATOS-SON-VALIDOS
                       PERFORM 2250-GRABAR-ALTA THRU 2250-EXIT
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2250-GRABAR-ALTA.
      *-----------------------------------------------------------------
           MOVE COD-PROVE-BUSCADO TO CAT-COD-PROVE.
           MOVE COD-ARTI-BUSCADO TO CAT-COD-ARTI.
           PERFORM 2850-MOVER-DATOS THRU 2850-EXIT.

           WRITE R-CATALOGO
               INVALID KEY
                   DISPLAY 'INVALID: YA EXISTE LA FUENTE DEL '
                       'PROVEEDOR ' COD-PROVE-BUSCADO
                       ' PARA EL ARTICULO ' COD-ARTI-BUSCADO
               NOT INVALID KEY
                   DISPLAY 'OK: FUENTE ' COD-PROVE-BUSCADO '/'
                       COD-ARTI-BUSCADO ' DADA DE ALTA'
                   IF PREFERENTE-NUEVO = 'S'
                       PERFORM 2900-DESMARCAR-PREFERENTES
                           THRU 2900-EXIT
                   END-IF
           END-WRITE.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-MODIFICAR-FUENTE.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           PERFORM 2150-PEDIR-CLAVE THRU 2150-EXIT.

           READ A-CATALOGO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE LA FUENTE DEL '
                       'PROVEEDOR ' COD-PROVE-BUSCADO
                       ' PARA EL ARTICULO ' COD-ARTI-BUSCADO
           END-READ.

           IF FS-CATALOGO-OK
               PERFORM 2550-MOSTRAR-FUENTE THRU 2550-EXIT
               MOVE CAT-ESTADO TO ESTADO-NUEVO
               PERFORM 2800-PEDIR-DATOS THRU 2800-EXIT
               IF DIAS-ENTREGA-NUEVO = ZERO
                   MOVE CAT-DIAS-ENTREGA TO DIAS-ENTREGA-NUEVO
               END-IF
               DISPLAY 'NUEVO ESTADO A = ACTIVA, I = INACTIVA '
                   '(ACTUAL: ' CAT-ESTADO '):'
               ACCEPT ESTADO-NUEVO
               IF ESTADO-NUEVO NOT = 'A' AND ESTADO-NUEVO NOT = 'I'
                   DISPLAY 'ERROR: ESTADO NO VALIDO: ' ESTADO-NUEVO
                       '. MODIFICACION CANCELADA.'
                   MOVE 'N' TO WS-DATOS-VALIDOS
               END-IF
               IF DATOS-SON-VALIDOS
                   PERFORM 2850-MOVER-DATOS THRU 2850-EXIT
                   REWRITE R-CATALOGO
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ACTUALIZAR LA FUENTE '
                               COD-PROVE-BUSCADO '/' COD-ARTI-BUSCADO
                       NOT INVALID KEY
                           DISPLAY 'OK: FUENTE ' COD-PROVE-BUSCADO
                               '/' COD-ARTI-BUSCADO ' MODIFICADA'
                           IF PREFERENTE-NUEVO = 'S'
                               PERFORM 2900-DESMARCAR-PREFERENTES
                                   THRU 2900-EXIT
                           END-IF
                   END-REWRITE
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-BAJA-FUENTE.
      *-----------------------------------------------------------------
      *    LOS PEDIDOS YA GENERADOS CON ESTA FUENTE NO SE TOCAN; LA
      *    RECEPCION DE SUS LINEAS SOLO DEJA DE COTEJAR EL PRECIO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           PERFORM 2150-PEDIR-CLAVE THRU 2150-EXIT.

           READ A-CATALOGO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE LA FUENTE DEL '
                       'PROVEEDOR ' COD-PROVE-BUSCADO
                       ' PARA EL ARTICULO ' COD-ARTI-BUSCADO
           END-READ.

           IF FS-CATALOGO-OK
               DELETE A-CATALOGO
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ELIMINAR LA FUENTE ' COD-PROVE-BUSCADO
                           '/' COD-ARTI-BUSCADO
                   NOT INVALID KEY
                       DISPLAY 'OK: FUENTE ' COD-PROVE-BUSCADO '/'
                           COD-ARTI-BUSCADO ' DADA DE BAJA'
               END-DELETE
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-CONSULTAR-FUENTE.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           PERFORM 2150-PEDIR-CLAVE THRU 2150-EXIT.

           READ A-CATALOGO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE LA FUENTE DEL '
                       'PROVEEDOR ' COD-PROVE-BUSCADO
                       ' PARA EL ARTICULO ' COD-ARTI-BUSCADO
               NOT INVALID KEY
                   PERFORM 2550-MOSTRAR-FUENTE THRU 2550-EXIT
           END-READ.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2550-MOSTRAR-FUENTE.
      *-----------------------------------------------------------------
           MOVE CAT-PRECIO TO WS-PRECIO-EDITADO.
           DISPLAY 'OK: ' CAT-COD-PROVE '/' CAT-COD-ARTI
               ' - REF.: ' CAT-REF-PROVE
               ' - ENVASE: ' CAT-UNID-ENVASE
               ' - PRECIO: ' WS-PRECIO-EDITADO.
           DISPLAY '    PLAZO: ' CAT-DIAS-ENTREGA ' DIAS'
               ' - PREFERENTE: ' CAT-PREFERENTE
               ' - ESTADO: ' CAT-ESTADO.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-FUENTES-ARTICULO.
      *-----------------------------------------------------------------
      *    LA CLAVE EMPIEZA POR EL PROVEEDOR, ASI QUE LAS FUENTES DE
      *    UN ARTICULO SE BUSCAN RECORRIENDO TODO EL CATALOGO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ARTICULO:'.
           ACCEPT COD-ARTI-BUSCADO.

           MOVE ZERO TO WS-CONTADOR-FUENTES.
           PERFORM 2650-POSICIONAR-CATALOGO THRU 2650-EXIT.
           PERFORM 2660-REVISAR-FUENTE THRU 2660-EXIT
               UNTIL FIN-CATALOGO-SI.

           DISPLAY 'FUENTES DEL ARTICULO ' COD-ARTI-BUSCADO ': '
               WS-CONTADOR-FUENTES.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2650-POSICIONAR-CATALOGO.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-CATALOGO.
           MOVE LOW-VALUES TO CAT-CLAVE.

           START A-CATALOGO KEY IS NOT LESS THAN CAT-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-CATALOGO
           END-START.

           IF NOT FIN-CATALOGO-SI
               READ A-CATALOGO NEXT RECORD
                   AT END MOVE 'S' TO FIN-CATALOGO
               END-READ
           END-IF.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2660-REVISAR-FUENTE.
      *-----------------------------------------------------------------
           IF CAT-COD-ARTI = COD-ARTI-BUSCADO
               ADD 1 TO WS-CONTADOR-FUENTES
               PERFORM 2550-MOSTRAR-FUENTE THRU 2550-EXIT
           END-IF.

           READ A-CATALOGO NEXT RECORD
               AT END MOVE 'S' TO FIN-CATALOGO
           END-READ.
       2660-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2700-VALIDAR-PROVEEDOR.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-PROVE-VALIDO.
           MOVE SPACE TO WS-NOM-PROVE-ACTUAL.
           MOVE ZERO TO WS-DIAS-ENTREGA-PROVE.
           MOVE COD-PROVE-BUSCADO TO COD-PROVE OF R-PROVEEDOR.

           READ A-PROVEEDOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PROVE-VALIDO
                   MOVE NOM-PROVE TO WS-NOM-PROVE-ACTUAL
                   MOVE DIAS-ENTREGA TO WS-DIAS-ENTREGA-PROVE
           END-READ.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2750-VALIDAR-ARTICULO.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-ARTI-VALIDO.
           MOVE SPACE TO WS-NOM-ARTI-ACTUAL.
           MOVE COD-ARTI-BUSCADO TO COD-ARTI.

           READ A-ARTICULO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ARTI-VALIDO
                   MOVE NOM-ARTI TO WS-NOM-ARTI-ACTUAL
           END-READ.
       2750-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2800-PEDIR-DATOS.
      *-----------------------------------------------------------------
      *    PIDE LOS DATOS DE LA FUENTE, COMUNES AL ALTA Y A LA
      *    MODIFICACION. DEVUELVE EN WS-DATOS-VALIDOS SI SE PUEDEN
      *    GRABAR.
      *-----------------------------------------------------------------
           MOVE 'S' TO WS-DATOS-VALIDOS.

           DISPLAY 'REFERENCIA DEL ARTICULO EN EL PROVEEDOR:'.
           ACCEPT REF-PROVE-NUEVO.
           DISPLAY 'UNIDADES POR ENVASE (0 = SUELTAS):'.
           ACCEPT UNID-ENVASE-NUEVO.
           DISPLAY 'PRECIO UNITARIO PACTADO:'.
           ACCEPT PRECIO-NUEVO.
           DISPLAY 'PLAZO DE ENTREGA EN DIAS (0 = EL DEL PROVEEDOR '
               'O EL ACTUAL):'.
           ACCEPT DIAS-ENTREGA-NUEVO.
           DISPLAY 'FUENTE PREFERENTE DEL ARTICULO (S/N):'.
           ACCEPT PREFERENTE-NUEVO.

           IF UNID-ENVASE-NUEVO = ZERO
               MOVE 1 TO UNID-ENVASE-NUEVO
           END-IF.

           IF PREFERENTE-NUEVO NOT = 'S' AND PREFERENTE-NUEVO NOT = 'N'
               DISPLAY 'ERROR: INDICADOR DE PREFERENTE NO VALIDO: '
                   PREFERENTE-NUEVO '. OPERACION CANCELADA.'
               MOVE 'N' TO WS-DATOS-VALIDOS
           END-IF.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2850-MOVER-DATOS.
      *-----------------------------------------------------------------
           MOVE REF-PROVE-NUEVO TO CAT-REF-PROVE.
           MOVE UNID-ENVASE-NUEVO TO CAT-UNID-ENVASE.
           MOVE PRECIO-NUEVO TO CAT-PRECIO.
           MOVE DIAS-ENTREGA-NUEVO TO CAT-DIAS-ENTREGA.
           MOVE PREFERENTE-NUEVO TO CAT-PREFERENTE.
           MOVE ESTADO-NUEVO TO CAT-ESTADO.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2900-DESMARCAR-PREFERENTES.
      *-----------------------------------------------------------------
      *    LA FUENTE RECIEN MARCADA COMO PREFERENTE PASA A SER LA
      *    UNICA DEL ARTICULO: LAS DEMAS FUENTES PREFERENTES DEL
      *    MISMO ARTICULO SE DESMARCAN.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-CONTADOR-DESMARCADAS.
           PERFORM 2650-POSICIONAR-CATALOGO THRU 2650-EXIT.
           PERFORM 2950-DESMARCAR-FUENTE THRU 2950-EXIT
               UNTIL FIN-CATALOGO-SI.

           IF WS-CONTADOR-DESMARCADAS > ZERO
               DISPLAY 'AVISO: ' WS-CONTADOR-DESMARCADAS
                   ' FUENTE(S) DEL ARTICULO ' COD-ARTI-BUSCADO
                   ' DEJAN DE SER PREFERENTES.'
           END-IF.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2950-DESMARCAR-FUENTE.
      *-----------------------------------------------------------------
           IF CAT-COD-ARTI = COD-ARTI-BUSCADO AND
                   CAT-COD-PROVE NOT = COD-PROVE-BUSCADO AND
                   CAT-ES-PREFERENTE
               MOVE 'N' TO CAT-PREFERENTE
               REWRITE R-CATALOGO
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'DESMARCAR LA FUENTE ' CAT-COD-PROVE '/'
                           CAT-COD-ARTI
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-DESMARCADAS
               END-REWRITE
           END-IF.

           READ A-CATALOGO NEXT RECORD
               AT END MOVE 'S' TO FIN-CATALOGO
           END-READ.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-CATALOGO.
           CLOSE A-PROVEEDOR.
           CLOSE A-ARTICULO.
       9000-EXIT.
           EXIT.
