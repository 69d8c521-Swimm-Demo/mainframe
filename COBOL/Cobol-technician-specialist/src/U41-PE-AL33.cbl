      *****************************************************************
      *                                                               *
      *   PROGRAMA DE MANTENIMIENTO DEL MAESTRO DE ALMACENES          *
      *   (AALMA.REL) Y CONSULTA DEL STOCK POR UBICACION (ASTKA.REL,  *
      *   UN REGISTRO POR ARTICULO Y ALMACEN CUYA SUMA ES EL          *
      *   NUM-ARTI DEL ARTICULO). INCLUYE LA REGULARIZACION DEL       *
      *   STOCK NO UBICADO, RESERVADA AL NIVEL DE SUPERVISOR.         *
      *                                                               *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PE-AL33.
       AUTHOR. DEPARTAMENTO DE SISTEMAS.
       INSTALLATION. GESTION DE ARTICULOS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       REMARKS. ALTA, MODIFICACION, BAJA Y CONSULTA DE ALMACENES,
           CONSULTA DEL STOCK DE UN ARTICULO REPARTIDO POR ALMACEN
           Y REGULARIZACION DEL STOCK QUE TODAVIA NO ESTA UBICADO
           EN NINGUN ALMACEN.

      *-----------------------------------------------------------------
      * HISTORIAL DE MODIFICACIONES
      *-----------------------------------------------------------------
      * FECHA       AUTOR   DESCRIPCION
      * 15/10/2026  DSI     PROGRAMA ORIGINAL. EL STOCK PASA A
      *                     LLEVARSE TAMBIEN POR ALMACEN (ALMACEN
      *                     CENTRAL Y TIENDAS) EN ASTKA.REL, QUE
      *                     MANTIENE PE-MV09 AL APLICAR CADA
      *                     MOVIMIENTO, INCLUIDOS LOS TRASPASOS
      *                     ENTRE ALMACENES (TIPO 'T').
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA
      *                     CANTIDAD RESERVADA POR LOS PEDIDOS DE
      *                     CLIENTE (VER PE-PV35); AQUI SOLO SE
      *                     ARRASTRA.
      * 15/10/2026  DSI     EL REGISTRO DE ARTICULO INCORPORA LA CLASE
      *                     ABC (VER PE-AB41); AQUI SOLO SE ARRASTRA.
      * 15/10/2026  DSI     SI NO EXISTE EL ARCHIVO DE ARTICULOS
      *                     (AARTI.REL) EL PROCESO SE CANCELA AL
      *                     ABRIRLO, ANTES DE CREAR LOS ARCHIVOS DE
      *                     ALMACENES.
      *-----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    DECLARACION DEL ARCHIVO DE ALMACENES
      *
           SELECT A-ALMACEN ASSIGN TO DISK 'AALMA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALM-COD-ALMA
               FILE STATUS IS FS-ALMACEN.
      *
      *    DECLARACION DEL ARCHIVO DE STOCK POR ALMACEN
      *
           SELECT A-STOCK-ALMA ASSIGN TO DISK 'ASTKA.REL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-CLAVE
               FILE STATUS IS FS-STOCK-ALMA.
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
      *    DESCRIPCION DEL REGISTRO DE ALMACENES
      *
       FD  A-ALMACEN
           LABEL RECORD IS STANDARD.
       01  R-ALMACEN.
           02  ALM-COD-ALMA        PIC X(03).
           02  ALM-NOM-ALMA        PIC X(25).
      *
      *    DESCRIPCION DEL REGISTRO DE STOCK POR ALMACEN
      *
       FD  A-STOCK-ALMA
           LABEL RECORD IS STANDARD.
       01  R-STOCK-ALMA.
           02  STA-CLAVE.
               03  STA-COD-ARTI    PIC 9(04).
               03  STA-COD-ALMA    PIC X(03).
           02  STA-CANTIDAD        PIC 9(06).
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
           02  COS-ARTI            PIC 9(04)V9(02).
           02  CAN-RES-ARTI        PIC 9(06).
           02  CLA-ABC-ARTI        PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-ALMACEN              PIC X(02).
           88  FS-ALMACEN-OK       VALUE '00'.
       77  FS-STOCK-ALMA           PIC X(02).
           88  FS-STOCK-ALMA-OK    VALUE '00'.
       77  FS-ARTICULO             PIC X(02).
           88  FS-ARTICULO-OK      VALUE '00'.
       77  WS-OPCION               PIC X(01).
           88  WS-OPCION-ALTA      VALUE '1'.
           88  WS-OPCION-MODIF     VALUE '2'.
           88  WS-OPCION-BAJA      VALUE '3'.
           88  WS-OPCION-CONSULTA  VALUE '4'.
           88  WS-OPCION-STOCK     VALUE '5'.
           88  WS-OPCION-REGULAR   VALUE '6'.
           88  WS-OPCION-FIN       VALUE '0'.
           88  WS-OPCION-VALIDA    VALUE '0' '1' '2' '3' '4' '5' '6'.
       77  COD-ALMA-BUSCADO        PIC X(03).
       77  NOM-ALMA-NUEVO          PIC X(25).
       77  COD-ARTI-BUSCADO        PIC 9(04).
       77  WS-OPERADOR             PIC X(08).
       77  WS-CLAVE                PIC X(08).
       77  WS-ACCESO               PIC X(01).
           88  WS-ACCESO-SI        VALUE 'S'.
           88  WS-ACCESO-NO        VALUE 'N'.
       77  WS-NIVEL-ACCESO         PIC 9(01).
           88  WS-NIVEL-SUPERVISOR VALUE 2.
       77  WS-CONFIRMA             PIC X(01).
           88  WS-CONFIRMA-SI      VALUE 'S'.
       77  FIN-STOCK-ALMA          PIC X(01).
           88  FIN-STOCK-ALMA-SI   VALUE 'S'.
           88  FIN-STOCK-ALMA-NO   VALUE 'N'.
       77  FIN-ARTICULO            PIC X(01).
           88  FIN-ARTICULO-SI     VALUE 'S'.
           88  FIN-ARTICULO-NO     VALUE 'N'.
       77  WS-ALMA-CON-STOCK       PIC X(01).
           88  ALMA-CON-STOCK-SI   VALUE 'S'.
           88  ALMA-CON-STOCK-NO   VALUE 'N'.
       77  WS-SUMA-UBICADA         PIC 9(08).
       77  WS-CAN-SIN-UBICAR       PIC 9(08).
       77  WS-CONTADOR-UBICACIONES PIC 9(06) COMP.
       77  WS-CONTADOR-ARTICULOS   PIC 9(06) COMP.
       77  WS-CONTADOR-REGULARIZ   PIC 9(06) COMP.
       77  WS-CONTADOR-EXCESOS     PIC 9(06) COMP.

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
      *    LOS ARCHIVOS DE ALMACENES Y DE STOCK POR ALMACEN SE CREAN
      *    VACIOS LA PRIMERA VEZ QUE SE EJECUTA EL PROGRAMA. SIN
      *    ARCHIVO DE ARTICULOS NO HAY NADA QUE UBICAR.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-OPCION.
           DISPLAY 'INTRODUCE TU CODIGO DE OPERADOR:'.
           ACCEPT WS-OPERADOR.
           DISPLAY 'INTRODUCE TU CLAVE DE ACCESO:'.
           ACCEPT WS-CLAVE.

           PERFORM 1100-VALIDAR-OPERADOR THRU 1100-EXIT.

           IF WS-ACCESO-SI
               OPEN INPUT A-ARTICULO
               IF FS-ARTICULO = '35'
                   DISPLAY 'NO EXISTE EL ARCHIVO DE ARTICULOS '
                       'AARTI.REL. PROCESO CANCELADO.'
                   MOVE 'N' TO WS-ACCESO
               END-IF
           END-IF.

           IF WS-ACCESO-SI
               OPEN I-O A-ALMACEN
               IF FS-ALMACEN = '35'
                   OPEN OUTPUT A-ALMACEN
                   CLOSE A-ALMACEN
                   OPEN I-O A-ALMACEN
               END-IF
               OPEN I-O A-STOCK-ALMA
               IF FS-STOCK-ALMA = '35'
                   OPEN OUTPUT A-STOCK-ALMA
                   CLOSE A-STOCK-ALMA
                   OPEN I-O A-STOCK-ALMA
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
           MOVE 'PE-AL33' TO SEG-PROGRAMA.
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
                   PERFORM 2200-ALTA-ALMACEN THRU 2200-EXIT
               WHEN WS-OPCION-MODIF
                   PERFORM 2300-MODIFICAR-ALMACEN THRU 2300-EXIT
               WHEN WS-OPCION-BAJA
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 2400-BAJA-ALMACEN THRU 2400-EXIT
                   ELSE
                       DISPLAY 'LA BAJA DE ALMACENES ESTA '
                           'RESERVADA A SUPERVISORES.'
                   END-IF
               WHEN WS-OPCION-CONSULTA
                   PERFORM 2500-CONSULTAR-ALMACEN THRU 2500-EXIT
               WHEN WS-OPCION-STOCK
                   PERFORM 3000-STOCK-POR-ALMACEN THRU 3000-EXIT
               WHEN WS-OPCION-REGULAR
                   IF WS-NIVEL-SUPERVISOR
                       PERFORM 4000-REGULARIZAR-STOCK THRU 4000-EXIT
                   ELSE
                       DISPLAY 'LA REGULARIZACION DEL STOCK ESTA '
                           'RESERVADA A SUPERVISORES.'
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
           DISPLAY '---- MANTENIMIENTO DE ALMACENES ----'.
           DISPLAY '1. ALTA DE ALMACEN'.
           DISPLAY '2. MODIFICACION DEL NOMBRE DE UN ALMACEN'.
           DISPLAY '3. BAJA DE ALMACEN'.
           DISPLAY '4. CONSULTA DE ALMACEN'.
           DISPLAY '5. STOCK DE UN ARTICULO POR ALMACEN'.
           DISPLAY '6. REGULARIZACION DEL STOCK SIN UBICAR'.
           DISPLAY '0. FIN'.
           DISPLAY 'ELIJA UNA OPCION:'.
           ACCEPT WS-OPCION.

           IF NOT WS-OPCION-VALIDA
               DISPLAY 'OPCION NO VALIDA. VUELVA A INTENTARLO.'
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-ALTA-ALMACEN.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ALMACEN A DAR DE ALTA:'.
           ACCEPT ALM-COD-ALMA.
           DISPLAY 'INTRODUCE EL NOMBRE DEL ALMACEN:'.
           ACCEPT ALM-NOM-ALMA.

           IF ALM-COD-ALMA = SPACE
               DISPLAY 'ERROR: EL CODIGO DE ALMACEN NO PUEDE '
                   'QUEDAR EN BLANCO.'
           ELSE
               WRITE R-ALMACEN
                   INVALID KEY
                       DISPLAY 'INVALID: YA EXISTE UN ALMACEN CON '
                           'CODIGO: ' ALM-COD-ALMA
                   NOT INVALID KEY
                       DISPLAY 'OK: ALMACEN ' ALM-COD-ALMA
                           ' DADO DE ALTA'
               END-WRITE
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2300-MODIFICAR-ALMACEN.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ALMACEN A MODIFICAR:'.
           ACCEPT COD-ALMA-BUSCADO.

           PERFORM 2600-LEER-ALMACEN THRU 2600-EXIT.

           IF FS-ALMACEN-OK
               DISPLAY 'NOMBRE ACTUAL: ' ALM-NOM-ALMA
               DISPLAY 'NUEVO NOMBRE DEL ALMACEN:'
               ACCEPT NOM-ALMA-NUEVO

               MOVE NOM-ALMA-NUEVO TO ALM-NOM-ALMA

               REWRITE R-ALMACEN
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ACTUALIZAR EL ALMACEN ' COD-ALMA-BUSCADO
                   NOT INVALID KEY
                       DISPLAY 'OK: ALMACEN ' COD-ALMA-BUSCADO
                           ' MODIFICADO'
               END-REWRITE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2400-BAJA-ALMACEN.
      *-----------------------------------------------------------------
      *    UN ALMACEN SOLO PUEDE DARSE DE BAJA CUANDO NO QUEDA
      *    STOCK UBICADO EN EL: SE RECORRE ASTKA.REL ENTERO
      *    BUSCANDO ALGUNA UBICACION SUYA CON CANTIDAD. LAS
      *    UBICACIONES A CERO DEL ALMACEN SE BORRAN CON EL.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ALMACEN A DAR DE BAJA:'.
           ACCEPT COD-ALMA-BUSCADO.

           PERFORM 2600-LEER-ALMACEN THRU 2600-EXIT.

           IF FS-ALMACEN-OK
               MOVE 'N' TO WS-ALMA-CON-STOCK
               PERFORM 2450-POSICIONAR-INICIO THRU 2450-EXIT
               PERFORM 2460-COMPROBAR-UBICACION THRU 2460-EXIT
                   UNTIL FIN-STOCK-ALMA-SI

               IF ALMA-CON-STOCK-SI
                   DISPLAY 'ERROR: EL ALMACEN ' COD-ALMA-BUSCADO
                       ' TIENE STOCK UBICADO. TRASPASELO ANTES DE '
                       'DARLO DE BAJA.'
               ELSE
                   PERFORM 2450-POSICIONAR-INICIO THRU 2450-EXIT
                   PERFORM 2470-BORRAR-UBICACION THRU 2470-EXIT
                       UNTIL FIN-STOCK-ALMA-SI
                   DELETE A-ALMACEN
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ELIMINAR EL ALMACEN ' COD-ALMA-BUSCADO
                       NOT INVALID KEY
                           DISPLAY 'OK: ALMACEN ' COD-ALMA-BUSCADO
                               ' DADO DE BAJA'
                   END-DELETE
               END-IF
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2450-POSICIONAR-INICIO.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-STOCK-ALMA.
           MOVE LOW-VALUES TO STA-CLAVE.

           START A-STOCK-ALMA KEY IS NOT LESS THAN STA-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-STOCK-ALMA
           END-START.

           IF NOT FIN-STOCK-ALMA-SI
               READ A-STOCK-ALMA NEXT RECORD
                   AT END MOVE 'S' TO FIN-STOCK-ALMA
               END-READ
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2460-COMPROBAR-UBICACION.
      *-----------------------------------------------------------------
           IF STA-COD-ALMA = COD-ALMA-BUSCADO
               AND STA-CANTIDAD > ZERO
               MOVE 'S' TO WS-ALMA-CON-STOCK
               MOVE 'S' TO FIN-STOCK-ALMA
           ELSE
               READ A-STOCK-ALMA NEXT RECORD
                   AT END MOVE 'S' TO FIN-STOCK-ALMA
               END-READ
           END-IF.
       2460-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2470-BORRAR-UBICACION.
      *-----------------------------------------------------------------
           IF STA-COD-ALMA = COD-ALMA-BUSCADO
               DELETE A-STOCK-ALMA
                   INVALID KEY
                       DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                           'ELIMINAR LA UBICACION ' STA-CLAVE
               END-DELETE
           END-IF.

           READ A-STOCK-ALMA NEXT RECORD
               AT END MOVE 'S' TO FIN-STOCK-ALMA
           END-READ.
       2470-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2500-CONSULTAR-ALMACEN.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ALMACEN A CONSULTAR:'.
           ACCEPT COD-ALMA-BUSCADO.

           PERFORM 2600-LEER-ALMACEN THRU 2600-EXIT.

           IF FS-ALMACEN-OK
               DISPLAY 'OK: ALMACEN: ' ALM-COD-ALMA ' - '
                   ALM-NOM-ALMA
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2600-LEER-ALMACEN.
      *-----------------------------------------------------------------
           MOVE COD-ALMA-BUSCADO TO ALM-COD-ALMA.
           READ A-ALMACEN
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE ALMACEN CON '
                       'CODIGO: ' COD-ALMA-BUSCADO
           END-READ.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3000-STOCK-POR-ALMACEN.
      *-----------------------------------------------------------------
      *    MUESTRA LAS UBICACIONES DE UN ARTICULO Y COMPRUEBA QUE
      *    SU SUMA COINCIDE CON EL NUM-ARTI DEL MAESTRO.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL CODIGO DE ARTICULO A CONSULTAR:'.
           ACCEPT COD-ARTI-BUSCADO.

           MOVE COD-ARTI-BUSCADO TO COD-ARTI.
           READ A-ARTICULO
               INVALID KEY
                   DISPLAY 'ERROR INVALID: NO EXISTE ARTICULO CON '
                       'COD-ARTI: ' COD-ARTI-BUSCADO
           END-READ.

           IF FS-ARTICULO-OK
               DISPLAY 'ARTICULO: ' COD-ARTI ' - ' NOM-ARTI
               DISPLAY 'ALM NOMBRE DEL ALMACEN           CANTIDAD'
               MOVE ZERO TO WS-SUMA-UBICADA
               MOVE ZERO TO WS-CONTADOR-UBICACIONES
               PERFORM 3100-POSICIONAR-ARTICULO THRU 3100-EXIT
               PERFORM 3200-MOSTRAR-UBICACION THRU 3200-EXIT
                   UNTIL FIN-STOCK-ALMA-SI
               DISPLAY 'UBICACIONES: ' WS-CONTADOR-UBICACIONES
                   ' - SUMA UBICADA: ' WS-SUMA-UBICADA
                   ' - NUM-ARTI: ' NUM-ARTI
               IF WS-SUMA-UBICADA NOT = NUM-ARTI
                   DISPLAY 'AVISO: LA SUMA POR ALMACENES NO '
                       'COINCIDE CON EL STOCK DEL ARTICULO.'
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3100-POSICIONAR-ARTICULO.
      *-----------------------------------------------------------------
      *    POSICIONA ASTKA.REL EN LA PRIMERA UBICACION DEL ARTICULO
      *    Y LA LEE. FIN-STOCK-ALMA QUEDA EN 'S' SI NO TIENE NINGUNA.
      *-----------------------------------------------------------------
           MOVE 'N' TO FIN-STOCK-ALMA.
           MOVE COD-ARTI TO STA-COD-ARTI.
           MOVE LOW-VALUES TO STA-COD-ALMA.

           START A-STOCK-ALMA KEY IS NOT LESS THAN STA-CLAVE
               INVALID KEY
                   MOVE 'S' TO FIN-STOCK-ALMA
           END-START.

           IF NOT FIN-STOCK-ALMA-SI
               PERFORM 3150-LEER-UBICACION THRU 3150-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3150-LEER-UBICACION.
      *-----------------------------------------------------------------
           READ A-STOCK-ALMA NEXT RECORD
               AT END MOVE 'S' TO FIN-STOCK-ALMA
           END-READ.

           IF NOT FIN-STOCK-ALMA-SI
               IF STA-COD-ARTI NOT = COD-ARTI
                   MOVE 'S' TO FIN-STOCK-ALMA
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       3200-MOSTRAR-UBICACION.
      *-----------------------------------------------------------------
           MOVE STA-COD-ALMA TO ALM-COD-ALMA.
           READ A-ALMACEN
               INVALID KEY
                   MOVE 'ALMACEN INEXISTENTE' TO ALM-NOM-ALMA
           END-READ.

           DISPLAY STA-COD-ALMA ' ' ALM-NOM-ALMA '     '
               STA-CANTIDAD.
           ADD STA-CANTIDAD TO WS-SUMA-UBICADA.
           ADD 1 TO WS-CONTADOR-UBICACIONES.

           PERFORM 3150-LEER-UBICACION THRU 3150-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4000-REGULARIZAR-STOCK.
      *-----------------------------------------------------------------
      *    RECORRE TODOS LOS ARTICULOS Y, CUANDO LA SUMA DE SUS
      *    UBICACIONES ES MENOR QUE NUM-ARTI, UBICA LA DIFERENCIA
      *    EN EL ALMACEN INDICADO. ES LA CARGA INICIAL DEL STOCK
      *    POR ALMACEN Y SIRVE TAMBIEN PARA RECOLOCAR EL STOCK
      *    QUE HAYA QUEDADO SIN UBICAR. LOS ARTICULOS CUYAS
      *    UBICACIONES SUPERAN NUM-ARTI SOLO SE AVISAN, PORQUE
      *    HAY QUE CORREGIRLOS CON UN AJUSTE EN EL ALMACEN.
      *-----------------------------------------------------------------
           DISPLAY SPACE.
           DISPLAY 'INTRODUCE EL ALMACEN DONDE UBICAR EL STOCK '
               'PENDIENTE:'.
           ACCEPT COD-ALMA-BUSCADO.

           PERFORM 2600-LEER-ALMACEN THRU 2600-EXIT.

           IF FS-ALMACEN-OK
               DISPLAY 'SE UBICARA EN ' ALM-NOM-ALMA ' TODO EL '
                   'STOCK SIN UBICAR. CONFIRMA (S/N):'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA-SI
                   MOVE ZERO TO WS-CONTADOR-ARTICULOS
                   MOVE ZERO TO WS-CONTADOR-REGULARIZ
                   MOVE ZERO TO WS-CONTADOR-EXCESOS
                   MOVE 'N' TO FIN-ARTICULO
                   MOVE ZERO TO COD-ARTI
                   START A-ARTICULO KEY IS NOT LESS THAN COD-ARTI
                       INVALID KEY
                           MOVE 'S' TO FIN-ARTICULO
                   END-START
                   IF NOT FIN-ARTICULO-SI
                       PERFORM 4100-LEER-ARTICULO THRU 4100-EXIT
                   END-IF
                   PERFORM 4200-REGULARIZAR-ARTICULO THRU 4200-EXIT
                       UNTIL FIN-ARTICULO-SI
                   DISPLAY 'ARTICULOS REVISADOS:      '
                       WS-CONTADOR-ARTICULOS
                   DISPLAY 'ARTICULOS REGULARIZADOS:  '
                       WS-CONTADOR-REGULARIZ
                   DISPLAY 'ARTICULOS CON EXCESO:     '
                       WS-CONTADOR-EXCESOS
               ELSE
                   DISPLAY 'REGULARIZACION CANCELADA.'
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4100-LEER-ARTICULO.
      *-----------------------------------------------------------------
           READ A-ARTICULO NEXT RECORD
               AT END MOVE 'S' TO FIN-ARTICULO
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4200-REGULARIZAR-ARTICULO.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CONTADOR-ARTICULOS.
           MOVE ZERO TO WS-SUMA-UBICADA.

           PERFORM 3100-POSICIONAR-ARTICULO THRU 3100-EXIT.
           PERFORM 4300-SUMAR-UBICACION THRU 4300-EXIT
               UNTIL FIN-STOCK-ALMA-SI.

           IF WS-SUMA-UBICADA > NUM-ARTI
               DISPLAY 'AVISO: EL ARTICULO ' COD-ARTI ' TIENE '
                   WS-SUMA-UBICADA ' UNIDADES UBICADAS Y SU STOCK '
                   'ES ' NUM-ARTI
               ADD 1 TO WS-CONTADOR-EXCESOS
           END-IF.

           IF WS-SUMA-UBICADA < NUM-ARTI
               COMPUTE WS-CAN-SIN-UBICAR = NUM-ARTI - WS-SUMA-UBICADA
               PERFORM 4400-UBICAR-DIFERENCIA THRU 4400-EXIT
           END-IF.

           PERFORM 4100-LEER-ARTICULO THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4300-SUMAR-UBICACION.
      *-----------------------------------------------------------------
           ADD STA-CANTIDAD TO WS-SUMA-UBICADA.
           PERFORM 3150-LEER-UBICACION THRU 3150-EXIT.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       4400-UBICAR-DIFERENCIA.
      *-----------------------------------------------------------------
           MOVE COD-ARTI TO STA-COD-ARTI.
           MOVE COD-ALMA-BUSCADO TO STA-COD-ALMA.

           READ A-STOCK-ALMA
               INVALID KEY
                   MOVE WS-CAN-SIN-UBICAR TO STA-CANTIDAD
                   WRITE R-STOCK-ALMA
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'CREAR LA UBICACION ' STA-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-REGULARIZ
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-CAN-SIN-UBICAR TO STA-CANTIDAD
                   REWRITE R-STOCK-ALMA
                       INVALID KEY
                           DISPLAY 'ERROR INVALID: NO SE HA PODIDO '
                               'ACTUALIZAR LA UBICACION ' STA-CLAVE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-REGULARIZ
                   END-REWRITE
           END-READ.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       9000-FINALIZAR.
      *-----------------------------------------------------------------
           CLOSE A-ALMACEN.
           CLOSE A-STOCK-ALMA.
           CLOSE A-ARTICULO.
       9000-EXIT.
           EXIT.
